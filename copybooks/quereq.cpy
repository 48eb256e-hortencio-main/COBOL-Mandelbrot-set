        88 QR-Status-Pending   Value "PENDING".
        88 QR-Status-Completed Value "COMPLETED".
        88 QR-Status-Failed    Value "FAILED".
        88 QR-Status-Reused    Value "REUSED".
        88 QR-Status-Retry     Value "RETRY".
        88 QR-Status-Held      Value "HELD".
        88 QR-Status-Cancelled Value "CANCELLED".
        88 QR-Status-Rejected  Value "REJECTED".
    05 QR-Finish-Timestamp PIC X(21).
    05 QR-Return-Code  PIC 9(2).
    05 QR-Fail-Reason  PIC X(80).
    05 QR-Run-Id       PIC X(16).
    05 QR-AA-Factor    PIC X(1).
    05 QR-Reused-Dsn   PIC X(44).
    05 QR-Retry-Count  PIC 9(1).
    05 QR-Retry-Limit  PIC 9(1).
