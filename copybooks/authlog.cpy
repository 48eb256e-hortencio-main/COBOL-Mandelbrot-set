    05 AL-Timestamp    PIC X(21).
    05 AL-Requester-Id PIC X(20).
    05 AL-Event        PIC X(6).
        88 AL-Event-Charge Value "CHARGE".
        88 AL-Event-Reject Value "REJECT".
    05 AL-Pixels       PIC 9(12).
    05 AL-Output-Dsn   PIC X(44).
    05 AL-Violation    PIC X(10).
    05 AL-Reason       PIC X(80).
