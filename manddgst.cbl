01 not-ready-count PIC S9(5) COMP-5 VALUE 0.
01 failed-count    PIC S9(5) COMP-5 VALUE 0.
01 pending-count   PIC S9(5) COMP-5 VALUE 0.
01 reused-count    PIC S9(5) COMP-5 VALUE 0.

01 report-line PIC X(132).
01 separator-line PIC X(132) Value All "=".
    05 SM-Failed    PIC ZZZ9.
    05 Filler       PIC X(8) Value " FAILED ".
    05 SM-Pending   PIC ZZZ9.
    05 Filler       PIC X(9) Value " PENDING ".
    05 SM-Reused    PIC ZZZ9.
    05 Filler       PIC X(7) Value " REUSED".

Procedure Division.
Main-Paragraph.
    Move 0 To not-ready-count
    Move 0 To failed-count
    Move 0 To pending-count
    Move 0 To reused-count
    Perform Varying queue-idx From 1 By 1
            Until queue-idx > queue-count
        Move queue-entry(queue-idx) To Mandque-Record
    Move not-ready-count To SM-Not-Ready
    Move failed-count    To SM-Failed
    Move pending-count   To SM-Pending
    Move reused-count    To SM-Reused
    Write Dgstrpt-Record From summary-line
    Move Spaces To report-line
    Write Dgstrpt-Record From report-line.
            Move "FAILED" To DL-Disposition
            Move QR-Fail-Reason To DL-Reason
            Add 1 To failed-count
        When QR-Status-Reused
            Move "REUSED" To DL-Disposition
            Move QR-Reused-Dsn To DL-Reason
            Add 1 To reused-count
        When QR-Status-Pending
            Move "PENDING" To DL-Disposition
            Move Spaces To DL-Finish
