Identification Division.
Program-ID. MANDBILL.

Environment Division.
Input-Output Section.
File-Control.
    Select Sysin-File Assign To "SYSIN"
        Organization Is Line Sequential
        File Status Is Sysin-Status.

    Select Mandrate-File Assign To "MANDRATE"
        Organization Is Line Sequential
        File Status Is Mandrate-Status.

    Select Mandaudit-File Assign To "MANDAUDIT"
        Organization Is Line Sequential
        File Status Is Mandaudit-Status.

    Select Mandque-File Assign To "MANDQUE"
        Organization Is Line Sequential
        File Status Is Mandque-Status.

    Select Billrpt-File Assign To "BILLRPT"
        Organization Is Line Sequential
        File Status Is Billrpt-Status.

    Select Billext-File Assign To "BILLEXT"
        Organization Is Line Sequential
        File Status Is Billext-Status.

Data Division.
File Section.
FD  Sysin-File.
01  Sysin-Record.
    05 BL-Bill-Month PIC X(6).

FD  Mandrate-File.
01  Mandrate-Record.
    Copy raterec.

FD  Mandaudit-File.
01  Mandaudit-Record.
    05 MA-Run-Timestamp PIC X(21).
    05 MA-Operator-Id   PIC X(20).
    05 MA-Viewport-Text PIC X(80).
    05 MA-Max-Iter      PIC X(3).
    05 MA-Elapsed-Text  PIC X(9).
    05 MA-Output-Dsn    PIC X(44).
    05 MA-Run-Id        PIC X(16).
    05 MA-Step-Text     PIC X(20).

FD  Mandque-File.
01  Mandque-Record.
    Copy quereq.

FD  Billrpt-File.
01  Billrpt-Record PIC X(132).

FD  Billext-File.
01  Billext-Record.
    05 BX-Bill-Month     PIC X(6).
    05 BX-Requester-Id   PIC X(20).
    05 BX-Charged-Runs   PIC 9(5).
    05 BX-Cpu-Secs       PIC 9(9)V9(2).
    05 BX-Charge-Amount  PIC 9(9)V9(2).
    05 BX-Uncharged-Runs PIC 9(5).

Working-Storage Section.
01 Sysin-Status     PIC XX.
01 Mandrate-Status  PIC XX.
01 Mandaudit-Status PIC XX.
01 Mandque-Status   PIC XX.
01 Billrpt-Status   PIC XX.
01 Billext-Status   PIC XX.

01 eof-flag PIC X Value "N".
    88 end-of-input Value "Y".

01 Max-Rate-Entries PIC S9(4) COMP-5 VALUE 100.
01 rate-table.
    05 rate-entry Occurs 100 Times.
        10 RE-Output-Mode PIC X(1).
        10 RE-AA-Factor   PIC X(1).
        10 RE-Precision   PIC X(1).
        10 RE-Rate        PIC 9(5)V9(4).
01 rate-count     PIC S9(4) COMP-5 VALUE 0.
01 rate-idx       PIC S9(4) COMP-5 VALUE 0.
01 rate-found-idx PIC S9(4) COMP-5 VALUE 0.
01 rate-score     PIC S9(4) COMP-5 VALUE 0.
01 rate-best-score PIC S9(4) COMP-5 VALUE 0.
01 rate-rejected  PIC S9(9) COMP-5 VALUE 0.
01 rate-overflow  PIC S9(9) COMP-5 VALUE 0.

01 Max-Audit-Entries PIC S9(5) COMP-5 VALUE 2000.
01 audit-table.
    05 audit-entry Occurs 2000 Times.
        10 AT-Run-Id   PIC X(16).
        10 AT-Elapsed  PIC S9(7)V9(2) COMP-5.
01 audit-count     PIC S9(5) COMP-5 VALUE 0.
01 audit-idx       PIC S9(5) COMP-5 VALUE 0.
01 audit-found-idx PIC S9(5) COMP-5 VALUE 0.
01 audit-overflow  PIC S9(9) COMP-5 VALUE 0.

01 Max-Queue-Size PIC S9(5) COMP-5 VALUE 500.
01 queue-table.
    05 queue-entry Occurs 500 Times PIC X(400).
01 queue-count    PIC S9(5) COMP-5 VALUE 0.
01 queue-idx      PIC S9(5) COMP-5 VALUE 0.
01 queue-overflow PIC S9(9) COMP-5 VALUE 0.

01 Max-Requesters PIC S9(4) COMP-5 VALUE 50.
01 requester-table.
    05 requester-entry Occurs 50 Times.
        10 RQ-Requester-Id   PIC X(20).
        10 RQ-Charged-Runs   PIC S9(5) COMP-5.
        10 RQ-Cpu-Secs       PIC S9(9)V9(2) COMP-5.
        10 RQ-Charge         PIC S9(9)V9(2) COMP-5.
        10 RQ-Uncharged-Runs PIC S9(5) COMP-5.
01 requester-count PIC S9(4) COMP-5 VALUE 0.
01 requester-idx   PIC S9(4) COMP-5 VALUE 0.
01 req-found-idx   PIC S9(4) COMP-5 VALUE 0.
01 unlisted-requesters PIC S9(9) COMP-5 VALUE 0.
01 current-requester PIC X(20).

01 billing-flag PIC X Value "N".
    88 run-is-charged     Value "C".
    88 run-is-uncharged   Value "U".
    88 run-not-this-month Value "N".
01 uncharged-reason PIC X(80).
01 precision-threshold PIC S9(3)V9(6) COMP-5 VALUE 0.001000.
01 key-mode      PIC X(1).
01 key-aa        PIC X(1).
01 key-precision PIC X(1).
01 run-elapsed   PIC S9(7)V9(2) COMP-5 VALUE 0.
01 run-rate      PIC 9(5)V9(4) VALUE 0.
01 run-charge    PIC S9(9)V9(2) COMP-5 VALUE 0.

01 total-charged-runs   PIC S9(5) COMP-5 VALUE 0.
01 total-uncharged-runs PIC S9(5) COMP-5 VALUE 0.
01 total-cpu-secs       PIC S9(9)V9(2) COMP-5 VALUE 0.
01 total-charge         PIC S9(9)V9(2) COMP-5 VALUE 0.
01 unpriced-count       PIC S9(5) COMP-5 VALUE 0.
01 unaudited-count      PIC S9(5) COMP-5 VALUE 0.

01 report-line PIC X(132).
01 separator-line PIC X(132) Value All "=".
01 heading-line.
    05 Filler       PIC X(23) Value "CHARGEBACK STATEMENT - ".
    05 HD-Requester PIC X(20).
    05 Filler       PIC X(9) Value "  MONTH: ".
    05 HD-Month     PIC X(6).
01 column-line.
    05 Filler PIC X(17) Value "RUN ID".
    05 Filler PIC X(46) Value "OUTPUT DSN".
    05 Filler PIC X(5)  Value "MODE".
    05 Filler PIC X(3)  Value "AA".
    05 Filler PIC X(5)  Value "PREC".
    05 Filler PIC X(12) Value " ELAPSED SEC".
    05 Filler PIC X(12) Value "    RATE/SEC".
    05 Filler PIC X(16) Value "          CHARGE".
01 charge-line.
    05 CL-Run-Id    PIC X(16).
    05 Filler       PIC X(1) Value Spaces.
    05 CL-Dsn       PIC X(44).
    05 Filler       PIC X(2) Value Spaces.
    05 CL-Mode      PIC X(1).
    05 Filler       PIC X(4) Value Spaces.
    05 CL-AA        PIC X(1).
    05 Filler       PIC X(2) Value Spaces.
    05 CL-Precision PIC X(4).
    05 Filler       PIC X(2) Value Spaces.
    05 CL-Elapsed   PIC ZZZZZZ9.99.
    05 Filler       PIC X(2) Value Spaces.
    05 CL-Rate      PIC ZZZZ9.9999.
    05 Filler       PIC X(2) Value Spaces.
    05 CL-Charge    PIC ZZZ,ZZZ,ZZ9.99.
01 total-line.
    05 Filler       PIC X(17) Value "REQUESTER TOTAL: ".
    05 TL-Runs      PIC ZZZZ9.
    05 Filler       PIC X(15) Value " CHARGED RUNS, ".
    05 TL-Cpu-Secs  PIC ZZZZZZZZ9.99.
    05 Filler       PIC X(14) Value " CPU SECONDS, ".
    05 Filler       PIC X(7) Value "CHARGE ".
    05 TL-Charge    PIC ZZZ,ZZZ,ZZ9.99.
01 uncharged-line.
    05 UL-Requester PIC X(20).
    05 Filler       PIC X(1) Value Spaces.
    05 UL-Run-Id    PIC X(16).
    05 Filler       PIC X(1) Value Spaces.
    05 UL-Dsn       PIC X(30).
    05 Filler       PIC X(1) Value Spaces.
    05 UL-Status    PIC X(9).
    05 Filler       PIC X(1) Value Spaces.
    05 UL-Reason    PIC X(53).
01 grand-line.
    05 Filler       PIC X(17) Value "MONTH TOTAL:     ".
    05 GL-Runs      PIC ZZZZ9.
    05 Filler       PIC X(15) Value " CHARGED RUNS, ".
    05 GL-Cpu-Secs  PIC ZZZZZZZZ9.99.
    05 Filler       PIC X(14) Value " CPU SECONDS, ".
    05 Filler       PIC X(7) Value "CHARGE ".
    05 GL-Charge    PIC ZZZ,ZZZ,ZZ9.99.
01 count-display PIC ZZZZ9.

Procedure Division.
Main-Paragraph.
    Open Input Sysin-File
    Read Sysin-File
        At End
            Display "MANDBILL: no control card on SYSIN" Upon Console
            Move 1 To Return-Code
            Close Sysin-File
            Stop Run
    End-Read
    Close Sysin-File
    If BL-Bill-Month Not Numeric
        Display "MANDBILL: billing month must be YYYYMM" Upon Console
        Move 8 To Return-Code
        Stop Run
    End-If
    Perform Load-Rate-Table
    Perform Load-Audit-Month
    Perform Load-Queue
    Perform Collect-Requesters
    Open Output Billrpt-File
    Open Output Billext-File
    Perform Varying requester-idx From 1 By 1
            Until requester-idx > requester-count
        Move RQ-Requester-Id(requester-idx) To current-requester
        Perform Write-Requester-Statement
        Perform Write-Requester-Extract
    End-Perform
    Perform Write-Uncharged-Section
    Perform Write-Month-Summary
    Close Billext-File
    Close Billrpt-File
    Display "MANDBILL: " requester-count " requester statement(s) for "
        BL-Bill-Month " written to BILLRPT and BILLEXT" Upon Console
    If unlisted-requesters > 0
        Display "MANDBILL: more requesters than the billing table"
            " holds, " unlisted-requesters " request(s) not billed"
            Upon Console
    End-If
    If unpriced-count > 0 Or unaudited-count > 0
        Display "MANDBILL: " unpriced-count " run(s) with no rate and "
            unaudited-count " run(s) with no audit record were not"
            " charged, see BILLRPT" Upon Console
        Move 4 To Return-Code
    Else
        Move 0 To Return-Code
    End-If
    Stop Run.

Load-Rate-Table.
    Open Input Mandrate-File
    If Mandrate-Status Not = "00"
        Display "MANDBILL: unable to open rate table, status "
            Mandrate-Status Upon Console
        Move 12 To Return-Code
        Stop Run
    End-If
    Move "N" To eof-flag
    Perform Load-One-Rate Until end-of-input
    Close Mandrate-File
    If rate-rejected > 0
        Display "MANDBILL: " rate-rejected " rate table record(s) with"
            " a non-numeric rate ignored" Upon Console
    End-If
    If rate-overflow > 0
        Display "MANDBILL: rate table holds more entries than the"
            " billing table, " rate-overflow " ignored" Upon Console
    End-If
    If rate-count = 0
        Display "MANDBILL: rate table is empty, nothing can be priced"
            Upon Console
        Move 12 To Return-Code
        Stop Run
    End-If.

Load-One-Rate.
    Read Mandrate-File
        At End
            Set end-of-input To True
        Not At End
            If RR-Rate-Per-Sec Not Numeric
                Add 1 To rate-rejected
            Else
                If rate-count < Max-Rate-Entries
                    Add 1 To rate-count
                    Move RR-Output-Mode To RE-Output-Mode(rate-count)
                    Move RR-AA-Factor   To RE-AA-Factor(rate-count)
                    If RR-AA-Factor = Space Or RR-AA-Factor = "0"
                        Move "1" To RE-AA-Factor(rate-count)
                    End-If
                    Move RR-Precision   To RE-Precision(rate-count)
                    Move RR-Rate-Per-Sec To RE-Rate(rate-count)
                Else
                    Add 1 To rate-overflow
                End-If
            End-If
    End-Read.

Load-Audit-Month.
    Open Input Mandaudit-File
    If Mandaudit-Status Not = "00"
        Display "MANDBILL: unable to open audit dataset, status "
            Mandaudit-Status Upon Console
        Move 12 To Return-Code
        Stop Run
    End-If
    Move "N" To eof-flag
    Perform Load-One-Audit-Record Until end-of-input
    Close Mandaudit-File
    If audit-overflow > 0
        Display "MANDBILL: month holds more runs than the billing"
            " table, " audit-overflow " run(s) not priced" Upon Console
    End-If.

Load-One-Audit-Record.
    Read Mandaudit-File
        At End
            Set end-of-input To True
        Not At End
            If MA-Run-Timestamp(1:6) = BL-Bill-Month
            And MA-Run-Id Not = Spaces
                If audit-count < Max-Audit-Entries
                    Add 1 To audit-count
                    Move MA-Run-Id To AT-Run-Id(audit-count)
                    Compute AT-Elapsed(audit-count) =
                        Function Numval(MA-Elapsed-Text)
                Else
                    Add 1 To audit-overflow
                End-If
            End-If
    End-Read.

Load-Queue.
    Open Input Mandque-File
    If Mandque-Status Not = "00"
        Display "MANDBILL: unable to open request queue, status "
            Mandque-Status Upon Console
        Move 12 To Return-Code
        Stop Run
    End-If
    Move "N" To eof-flag
    Perform Load-One-Request Until end-of-input
    Close Mandque-File
    If queue-overflow > 0
        Display "MANDBILL: queue holds more requests than the billing"
            " table, " queue-overflow " not billed" Upon Console
    End-If.

Load-One-Request.
    Read Mandque-File
        At End
            Set end-of-input To True
        Not At End
            If queue-count < Max-Queue-Size
                Add 1 To queue-count
                Move Mandque-Record To queue-entry(queue-count)
            Else
                Add 1 To queue-overflow
            End-If
    End-Read.

Collect-Requesters.
    Perform Varying queue-idx From 1 By 1
            Until queue-idx > queue-count
        Move queue-entry(queue-idx) To Mandque-Record
        Perform Classify-One-Request
        If Not run-not-this-month
            Move 0 To req-found-idx
            Perform Varying requester-idx From 1 By 1
                    Until requester-idx > requester-count
                If RQ-Requester-Id(requester-idx) = QR-Requester-Id
                    Move requester-idx To req-found-idx
                End-If
            End-Perform
            If req-found-idx = 0
                If requester-count < Max-Requesters
                    Add 1 To requester-count
                    Move QR-Requester-Id
                        To RQ-Requester-Id(requester-count)
                    Move 0 To RQ-Charged-Runs(requester-count)
                    Move 0 To RQ-Cpu-Secs(requester-count)
                    Move 0 To RQ-Charge(requester-count)
                    Move 0 To RQ-Uncharged-Runs(requester-count)
                Else
                    Add 1 To unlisted-requesters
                End-If
            End-If
        End-If
    End-Perform.

Classify-One-Request.
    Set run-not-this-month To True
    Move Spaces To uncharged-reason
    Move 0 To run-elapsed
    Move 0 To run-rate
    Move 0 To run-charge
    If Not QR-Status-Pending
        Perform Find-Audit-Run
        If audit-found-idx > 0
        Or QR-Finish-Timestamp(1:6) = BL-Bill-Month
            Perform Judge-Billable-Request
        End-If
    End-If.

Find-Audit-Run.
    Move 0 To audit-found-idx
    If QR-Run-Id Not = Spaces And Not QR-Status-Reused
        Perform Varying audit-idx From 1 By 1
                Until audit-idx > audit-count Or audit-found-idx > 0
            If AT-Run-Id(audit-idx) = QR-Run-Id
                Move audit-idx To audit-found-idx
            End-If
        End-Perform
    End-If.

Judge-Billable-Request.
    Evaluate True
        When QR-Status-Completed And audit-found-idx > 0
            Perform Price-One-Run
            If rate-found-idx = 0
                Set run-is-uncharged To True
                Move "no rate table entry for this mode, AA factor and precision"
                    To uncharged-reason
            Else
                Set run-is-charged To True
            End-If
        When QR-Status-Completed
            Set run-is-uncharged To True
            Move "completed but no audit record for the run id"
                To uncharged-reason
        When QR-Status-Failed
            Set run-is-uncharged To True
            Move QR-Fail-Reason To uncharged-reason
        When QR-Status-Reused
            Set run-is-uncharged To True
            String "reused existing render " Delimited By Size
                   QR-Reused-Dsn Delimited By Space
                Into uncharged-reason
        When Other
            Set run-is-uncharged To True
            Move QR-Fail-Reason To uncharged-reason
    End-Evaluate.

Price-One-Run.
    Move Pm-Output-Mode To key-mode
    If QR-AA-Factor = "2" Or QR-AA-Factor = "3"
        Move QR-AA-Factor To key-aa
    Else
        Move "1" To key-aa
    End-If
    If Pm-Step-Size < precision-threshold
        Move "H" To key-precision
    Else
        Move "S" To key-precision
    End-If
    Move 0 To rate-found-idx
    Move 0 To rate-best-score
    Perform Varying rate-idx From 1 By 1 Until rate-idx > rate-count
        Perform Score-One-Rate
    End-Perform
    Move AT-Elapsed(audit-found-idx) To run-elapsed
    If rate-found-idx > 0
        Move RE-Rate(rate-found-idx) To run-rate
        Compute run-charge Rounded = run-elapsed * run-rate
    End-If.

Score-One-Rate.
    Move 0 To rate-score
    If (RE-Output-Mode(rate-idx) = key-mode
        Or RE-Output-Mode(rate-idx) = "*")
    And (RE-AA-Factor(rate-idx) = key-aa
        Or RE-AA-Factor(rate-idx) = "*")
    And (RE-Precision(rate-idx) = key-precision
        Or RE-Precision(rate-idx) = "*")
        Move 1 To rate-score
        If RE-Output-Mode(rate-idx) Not = "*"
            Add 1 To rate-score
        End-If
        If RE-AA-Factor(rate-idx) Not = "*"
            Add 1 To rate-score
        End-If
        If RE-Precision(rate-idx) Not = "*"
            Add 1 To rate-score
        End-If
        If rate-score > rate-best-score
            Move rate-score To rate-best-score
            Move rate-idx To rate-found-idx
        End-If
    End-If.

Write-Requester-Statement.
    Write Billrpt-Record From separator-line
    If current-requester = Spaces
        Move "(UNATTRIBUTED)" To HD-Requester
    Else
        Move current-requester To HD-Requester
    End-If
    Move BL-Bill-Month To HD-Month
    Write Billrpt-Record From heading-line
    Move Spaces To report-line
    Write Billrpt-Record From report-line
    Write Billrpt-Record From column-line
    Perform Varying queue-idx From 1 By 1
            Until queue-idx > queue-count
        Move queue-entry(queue-idx) To Mandque-Record
        If QR-Requester-Id = current-requester
            Perform Classify-One-Request
            If run-is-charged
                Perform Write-One-Charge-Line
            End-If
            If run-is-uncharged
                Add 1 To RQ-Uncharged-Runs(requester-idx)
                Add 1 To total-uncharged-runs
            End-If
        End-If
    End-Perform
    Move Spaces To report-line
    Write Billrpt-Record From report-line
    Move RQ-Charged-Runs(requester-idx) To TL-Runs
    Move RQ-Cpu-Secs(requester-idx)     To TL-Cpu-Secs
    Move RQ-Charge(requester-idx)       To TL-Charge
    Write Billrpt-Record From total-line
    If RQ-Uncharged-Runs(requester-idx) > 0
        Move Spaces To report-line
        Move RQ-Uncharged-Runs(requester-idx) To count-display
        String "RUNS NOT CHARGED (SEE FINAL SECTION): "
               Delimited By Size
               count-display Delimited By Size
            Into report-line
        Write Billrpt-Record From report-line
    End-If
    Move Spaces To report-line
    Write Billrpt-Record From report-line.

Write-One-Charge-Line.
    Move QR-Run-Id      To CL-Run-Id
    Move QR-Output-Dsn  To CL-Dsn
    Move key-mode       To CL-Mode
    Move key-aa         To CL-AA
    If key-precision = "H"
        Move "HIGH" To CL-Precision
    Else
        Move "STD" To CL-Precision
    End-If
    Move run-elapsed    To CL-Elapsed
    Move run-rate       To CL-Rate
    Move run-charge     To CL-Charge
    Write Billrpt-Record From charge-line
    Add 1 To RQ-Charged-Runs(requester-idx)
    Add run-elapsed To RQ-Cpu-Secs(requester-idx)
    Add run-charge  To RQ-Charge(requester-idx)
    Add 1 To total-charged-runs
    Add run-elapsed To total-cpu-secs
    Add run-charge  To total-charge.

Write-Requester-Extract.
    Move BL-Bill-Month                    To BX-Bill-Month
    Move current-requester                To BX-Requester-Id
    Move RQ-Charged-Runs(requester-idx)   To BX-Charged-Runs
    Move RQ-Cpu-Secs(requester-idx)       To BX-Cpu-Secs
    Move RQ-Charge(requester-idx)         To BX-Charge-Amount
    Move RQ-Uncharged-Runs(requester-idx) To BX-Uncharged-Runs
    Write Billext-Record.

Write-Uncharged-Section.
    Write Billrpt-Record From separator-line
    Move "RUNS NOT CHARGED (FAILED, REJECTED, REUSED OR UNPRICED)"
        To report-line
    Write Billrpt-Record From report-line
    Move Spaces To report-line
    Write Billrpt-Record From report-line
    Perform Varying queue-idx From 1 By 1
            Until queue-idx > queue-count
        Move queue-entry(queue-idx) To Mandque-Record
        Perform Classify-One-Request
        If run-is-uncharged
            Perform Write-One-Uncharged-Line
        End-If
    End-Perform
    If total-uncharged-runs = 0
        Move "NONE" To report-line
        Write Billrpt-Record From report-line
    End-If
    Move Spaces To report-line
    Write Billrpt-Record From report-line.

Write-One-Uncharged-Line.
    If QR-Requester-Id = Spaces
        Move "(UNATTRIBUTED)" To UL-Requester
    Else
        Move QR-Requester-Id To UL-Requester
    End-If
    Move QR-Run-Id     To UL-Run-Id
    Move QR-Output-Dsn To UL-Dsn
    Move QR-Status     To UL-Status
    Move uncharged-reason To UL-Reason
    Write Billrpt-Record From uncharged-line
    If QR-Status-Completed
        If audit-found-idx > 0
            Add 1 To unpriced-count
        Else
            Add 1 To unaudited-count
        End-If
    End-If.

Write-Month-Summary.
    Write Billrpt-Record From separator-line
    Move total-charged-runs To GL-Runs
    Move total-cpu-secs     To GL-Cpu-Secs
    Move total-charge       To GL-Charge
    Write Billrpt-Record From grand-line
    Move Spaces To report-line
    Move total-uncharged-runs To count-display
    String "RUNS NOT CHARGED: " Delimited By Size
           count-display Delimited By Size
        Into report-line
    Write Billrpt-Record From report-line.
