    05 RG-Max-Iter    PIC 9(3).
    05 RG-Added-By    PIC X(20).
    05 RG-Added-On    PIC X(8).
    05 RG-Version     PIC 9(5).
