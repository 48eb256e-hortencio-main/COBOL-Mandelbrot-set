    05 RR-Output-Mode   PIC X(1).
    05 RR-AA-Factor     PIC X(1).
    05 RR-Precision     PIC X(1).
    05 RR-Rate-Per-Sec  PIC 9(5)V9(4).
    05 RR-Description   PIC X(40).
