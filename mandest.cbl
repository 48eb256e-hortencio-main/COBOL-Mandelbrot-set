        Organization Is Line Sequential
        File Status Is Sysin-Status.

    Select Estrpt-File Assign To "ESTRPT"
        Organization Is Line Sequential
        File Status Is Estrpt-Status.
FD  Sysin-File.
01  Estimate-Card.
    Copy ctlcard.
01  Estimate-Window-Card.
    05 Filler         PIC X(215).
    05 EC-Window-Secs PIC 9(6).

FD  Estrpt-File.
01  Estrpt-Record PIC X(132).

Working-Storage Section.
01 Sysin-Status     PIC XX.
01 Estrpt-Status    PIC XX.

01 estimate-flag PIC X Value "N".
    88 estimate-has-failed Value "Y".
01 estimate-message PIC X(80).
01 precision-flag PIC X Value "N".
    88 precision-will-be-high Value "Y".
01 precision-threshold PIC S9(3)V9(6) COMP-5 VALUE 0.001000.
01 prospective-pixels    PIC S9(9) COMP-5.
01 prospective-work      PIC S9(15) COMP-5.

01 picked-count   PIC S9(4) COMP-5 VALUE 0.
01 basis-idx      PIC S9(4) COMP-5 VALUE 0.
01 estimated-secs PIC S9(9)V9(2) COMP-5 VALUE 0.
01 region-version PIC 9(5) Value 0.

01 estimate-fit.
    Copy estres.

01 report-line PIC X(132).
01 dimension-line.
    End-Read
    Close Sysin-File
    If CC-Region-Name Not = Spaces
        Call "RGNLOOK" Using CC-Region-Name, CC-Viewport,
            region-version
        If Return-Code Not = 0
            Display "MANDEST: region " CC-Region-Name
                " not found in the region catalog" Upon Console
        Move 8 To Return-Code
        Stop Run
    End-If
    Perform Fit-Audit-History
    Perform Write-Report
    If picked-count = 0
        Display "MANDEST: no comparable historical runs, see ESTRPT"
        End-If
    End-If.

Fit-Audit-History.
    Move prospective-work To EF-Work
    Call "ESTFIT" Using estimate-fit
    If Return-Code Not = 0
        Display "MANDEST: unable to open audit dataset, status "
            EF-Audit-Status Upon Console
        Move 12 To Return-Code
        Stop Run
    End-If
    If EF-Overflow-History > 0
        Display "MANDEST: audit trail holds more runs than the"
            " history table, " EF-Overflow-History " run(s) not fitted"
            Upon Console
    End-If
    Move EF-Picked-Count   To picked-count
    Move EF-Estimated-Secs To estimated-secs.

Write-Report.
    Open Output Estrpt-File
        Write Estrpt-Record From report-line
        Move "BASED ON THE CLOSEST HISTORICAL RUNS:" To report-line
        Write Estrpt-Record From report-line
        Perform Varying basis-idx From 1 By 1
                Until basis-idx > picked-count
            Perform Write-One-Basis-Line
        End-Perform
        If EC-Window-Secs Numeric And EC-Window-Secs > 0
        And estimated-secs > EC-Window-Secs
    Close Estrpt-File.

Write-One-Basis-Line.
    Move EF-Basis-Timestamp(basis-idx) To BL-Timestamp
    Move EF-Basis-Dsn(basis-idx)       To BL-Dsn
    Move EF-Basis-Pixels(basis-idx)    To BL-Pixels
    Move EF-Basis-Max-Iter(basis-idx)  To BL-Iter
    Move EF-Basis-Elapsed(basis-idx)   To BL-Elapsed
    Write Estrpt-Record From basis-line.
