    05 AU-Requester-Id   PIC X(20).
    05 AU-Top-Priority   PIC 9(1).
    05 AU-Max-Iter       PIC 9(3).
    05 AU-Max-Pixels     PIC 9(9).
    05 AU-AA-Allowed     PIC X(1).
        88 AU-AA-Is-Allowed Value "Y".
    05 AU-HP-Allowed     PIC X(1).
        88 AU-HP-Is-Allowed Value "Y".
    05 AU-Monthly-Budget PIC 9(12).
    05 AU-Added-By       PIC X(20).
    05 AU-Added-On       PIC X(8).
    05 AU-Usage-Month    PIC X(6).
    05 AU-Pixels-Used    PIC 9(12).
    05 AU-Renders-Used   PIC 9(7).
    05 AU-Rejects        PIC 9(7).
