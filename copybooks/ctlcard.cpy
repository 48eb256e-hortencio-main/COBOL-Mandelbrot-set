    05 CC-Output-Dsn    PIC X(44).
    05 CC-Region-Name   PIC X(16).
    05 CC-AA-Factor     PIC X(1).
    05 CC-Source.
        10 CC-Src-Region      PIC X(16).
        10 CC-Src-Version     PIC 9(5).
        10 CC-Src-End-Region  PIC X(16).
        10 CC-Src-End-Version PIC 9(5).
    05 CC-Requester-Id  PIC X(20).
