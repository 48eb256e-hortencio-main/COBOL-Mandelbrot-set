Environment Division.
Input-Output Section.
File-Control.
    Select Sysin-File Assign To "SYSIN"
        Organization Is Line Sequential
        File Status Is Sysin-Status.

    Select Mandque-File Assign To "MANDQUE"
        Organization Is Line Sequential
        File Status Is Mandque-Status.
        Organization Is Line Sequential
        File Status Is Render-Status.

    Select Mandndx-File Assign To "MANDNDX"
        Organization Is Indexed
        Access Mode Is Dynamic
        Record Key Is IX-Output-Dsn
        File Status Is Mandndx-Status.

    Select Winrpt-File Assign To "WINRPT"
        Organization Is Line Sequential
        File Status Is Winrpt-Status.

Data Division.
File Section.
FD  Sysin-File.
01  Sysin-Record.
    05 MQ-Window-End PIC X(4).

FD  Mandque-File.
01  Mandque-Record.
    Copy quereq.
    05 Filler         PIC X(160).
    05 RH-Run-Id      PIC X(16).

FD  Mandndx-File.
01  Mandndx-Record.
    Copy ndxrec.

FD  Winrpt-File.
01  Winrpt-Record PIC X(132).

Working-Storage Section.
01 Sysin-Status   PIC XX.
01 Winrpt-Status  PIC XX.
01 Mandque-Status PIC XX.
01 Mandque-Tmp-Status PIC XX.
01 Manderr-Status PIC XX.
01 Render-Status  PIC XX.
01 Render-Dsn-WS  PIC X(44).
01 Mandndx-Status PIC XX.
01 Mandque-Name     PIC X(44) Value "MANDQUE".
01 Mandque-Tmp-Name PIC X(44) Value "MANDQUE.TMP".
01 Que-Rename-Rc    PIC S9(9) COMP-5.
    88 end-of-queue Value "Y".
01 manderr-eof-flag PIC X Value "N".
    88 end-of-manderr Value "Y".
01 ndx-eof-flag PIC X Value "N".
    88 end-of-index Value "Y".

01 current-priority  PIC S9(4) COMP-5 VALUE 0.
01 dispatched-count  PIC 9(5) Value 0.
01 completed-count   PIC 9(5) Value 0.
01 failed-count      PIC 9(5) Value 0.
01 reused-count      PIC 9(5) Value 0.
01 retry-count       PIC 9(5) Value 0.
01 deferred-count    PIC 9(5) Value 0.
01 rejected-count    PIC 9(5) Value 0.
01 dispatch-rc       PIC S9(4) COMP-5 VALUE 0.
01 reason-dsn        PIC X(44).
01 reason-message    PIC X(80).
01 reason-flag       PIC X Value "N".
    88 reason-was-found Value "Y".
01 stamp-frame-id    PIC X(8) Value Spaces.
01 stamp-source      PIC X(42) Value Spaces.
01 dispatch-start-id PIC X(16).
01 reason-run-id     PIC X(16).

01 reuse-flag        PIC X Value "N".
    88 reuse-was-found Value "Y".
01 reuse-dsn         PIC X(44).
01 reuse-run-id      PIC X(16).
01 reuse-timestamp   PIC X(21).
01 reuse-type        PIC X(1).
01 reuse-aa          PIC X(1).

01 Default-Retry-Limit PIC 9(1) Value 2.
01 Transient-Rc        PIC S9(4) COMP-5 VALUE 8.

01 Que-Lock-Base  PIC X(44) Value "MANDQUE".
01 que-lock-flag  PIC X Value "N".
    88 que-lock-is-held Value "Y".
01 lock-try       PIC S9(5) COMP-5 VALUE 0.
01 Max-Lock-Tries PIC S9(5) COMP-5 VALUE 1000.
01 Log-Lock-Base  PIC X(44) Value "MANDLOG".
01 log-lock-flag  PIC X Value "N".
    88 log-lock-is-held Value "Y".

01 auth-rc        PIC S9(4) COMP-5 VALUE 0.
01 auth-flag      PIC X Value "G".
    88 request-is-authorized Value "G".
    88 request-is-rejected   Value "R".
    88 authority-unavailable Value "U".
01 reject-run-id  PIC X(16).
01 auth-parm.
    Copy authprm.

01 window-flag PIC X Value "N".
    88 window-is-set Value "Y".
01 window-end-text     PIC X(4) Value Spaces.
01 window-end-hh       PIC 9(2).
01 window-end-mm       PIC 9(2).
01 window-start-secs   PIC 9(6)V9(2) COMP-5 VALUE 0.
01 window-end-secs     PIC 9(6)V9(2) COMP-5 VALUE 0.
01 remaining-secs      PIC S9(6)V9(2) COMP-5 VALUE 0.
01 dispatch-start-secs PIC 9(6)V9(2) COMP-5 VALUE 0.
01 actual-secs         PIC S9(6)V9(2) COMP-5 VALUE 0.
01 predicted-secs      PIC S9(9)V9(2) COMP-5 VALUE 0.
01 total-predicted     PIC S9(9)V9(2) COMP-5 VALUE 0.
01 total-actual        PIC S9(9)V9(2) COMP-5 VALUE 0.
01 clock-stamp         PIC X(21).
01 clock-secs          PIC 9(6)V9(2) COMP-5.
01 ts-hh-secs          PIC 9(5)V9(2) COMP-5.
01 ts-mm-secs          PIC 9(5)V9(2) COMP-5.
01 ts-ss-secs          PIC 9(5)V9(2) COMP-5.
01 ts-hs-secs          PIC 9(5)V9(2) COMP-5.
01 estimate-flag PIC X Value "N".
    88 estimate-is-available Value "Y".
01 fit-flag PIC X Value "Y".
    88 request-fits-window Value "Y".
01 Max-Row-Width  PIC S9(5) COMP-5 VALUE 2000.
01 Max-Row-Count  PIC S9(5) COMP-5 VALUE 9999.
01 win-real-span  PIC S9(3)V9(15) COMP-5.
01 win-imag-span  PIC S9(3)V9(15) COMP-5.
01 win-col-limit  PIC S9(8)V9(10) COMP-5.
01 win-row-limit  PIC S9(8)V9(10) COMP-5.
01 win-cols       PIC S9(9) COMP-5.
01 win-rows       PIC S9(9) COMP-5.
01 win-work       PIC S9(15) COMP-5.
01 estimate-fit.
    Copy estres.

01 separator-line PIC X(132) Value All "=".
01 report-line    PIC X(132).
01 window-heading-line.
    05 Filler        PIC X(22) Value "BATCH WINDOW  STARTED ".
    05 WH-Start      PIC X(16).
    05 Filler        PIC X(7) Value "  ENDS ".
    05 WH-End        PIC X(16).
01 window-column-line.
    05 Filler PIC X(9)  Value "ACTION".
    05 Filler PIC X(21) Value "REQUESTER".
    05 Filler PIC X(45) Value "OUTPUT DSN".
    05 Filler PIC X(2)  Value "P".
    05 Filler PIC X(10) Value " PREDICTED".
    05 Filler PIC X(10) Value "  WINDOW-S".
    05 Filler PIC X(10) Value "    ACTUAL".
    05 Filler PIC X(25) Value " NOTE".
01 window-detail-line.
    05 WD-Action    PIC X(8).
    05 Filler       PIC X(1) Value Spaces.
    05 WD-Requester PIC X(20).
    05 Filler       PIC X(1) Value Spaces.
    05 WD-Dsn       PIC X(44).
    05 Filler       PIC X(1) Value Spaces.
    05 WD-Priority  PIC X(1).
    05 Filler       PIC X(1) Value Spaces.
    05 WD-Predicted PIC ZZZZZ9.99.
    05 Filler       PIC X(1) Value Spaces.
    05 WD-Remaining PIC ZZZZZ9.99.
    05 Filler       PIC X(1) Value Spaces.
    05 WD-Actual    PIC ZZZZZ9.99.
    05 Filler       PIC X(1) Value Spaces.
    05 WD-Note      PIC X(25).
01 window-count-line.
    05 Filler      PIC X(4) Value "RAN ".
    05 WC-Ran      PIC ZZZZ9.
    05 Filler      PIC X(11) Value "  DEFERRED ".
    05 WC-Deferred PIC ZZZZ9.
    05 Filler      PIC X(9) Value "  REUSED ".
    05 WC-Reused   PIC ZZZZ9.
    05 Filler      PIC X(11) Value "  REJECTED ".
    05 WC-Rejected PIC ZZZZ9.
01 window-time-line.
    05 Filler      PIC X(38) Value "PREDICTED SECONDS FOR ESTIMATED RUNS: ".
    05 WT-Predicted PIC ZZZZZZZZ9.99.
    05 Filler      PIC X(18) Value "  ACTUAL SECONDS: ".
    05 WT-Actual   PIC ZZZZZZZZ9.99.

01 dispatch-parm.
    Copy mandparm.

Procedure Division.
Main-Paragraph.
    Perform Read-Window-Card
    Perform Take-Que-Lock
    If Not que-lock-is-held
        Display "MANDQ: request queue is locked by another job"
            Upon Console
        Move 12 To Return-Code
        Stop Run
    End-If
    Perform Load-Queue
    If queue-count = 0
        Perform Free-Que-Lock
        Display "MANDQ: request queue is empty" Upon Console
        Move 0 To Return-Code
        Stop Run
    End-If
    Perform Open-Window-Report
    Perform Varying current-priority From 0 By 1
            Until current-priority > 9
        Perform Dispatch-One-Priority
    End-Perform
    Perform Close-Window-Report
    Perform Rewrite-Queue
    Perform Free-Que-Lock
    Display "MANDQ: " dispatched-count " request(s) dispatched, "
        completed-count " completed, " failed-count " failed, "
        retry-count " queued for retry, "
        reused-count " reused, " deferred-count " deferred, "
        rejected-count " rejected" Upon Console
    If failed-count > 0 Or retry-count > 0 Or rejected-count > 0
        Move 4 To Return-Code
    Else
        Move 0 To Return-Code
    Move 0 To overflow-count
    Open Input Mandque-File
    If Mandque-Status Not = "00"
        Perform Free-Que-Lock
        Display "MANDQ: unable to open request queue, status "
            Mandque-Status Upon Console
        Move 12 To Return-Code
Dispatch-One-Priority.
    Perform Varying queue-idx From 1 By 1 Until queue-idx > queue-count
        Move queue-entry(queue-idx) To Mandque-Record
        If (QR-Status-Pending Or QR-Status-Retry)
        And QR-Priority = current-priority
            Perform Find-Reusable-Render
            If reuse-was-found
                Perform Reuse-One-Request
            Else
                Perform Check-Request-Authority
                Evaluate True
                    When request-is-rejected
                        Perform Reject-One-Request
                    When authority-unavailable
                        Perform Hold-For-Authority
                    When Other
                        Perform Predict-Request
                        Perform Check-Window-Fit
                        If request-fits-window
                            Perform Run-One-Request
                        Else
                            Perform Defer-One-Request
                        End-If
                End-Evaluate
            End-If
            Move Mandque-Record To queue-entry(queue-idx)
        End-If
    End-Perform.

Read-Window-Card.
    Move "N" To window-flag
    Move Function Current-Date To clock-stamp
    Perform Compute-Clock-Secs
    Move clock-secs To window-start-secs
    Open Input Sysin-File
    If Sysin-Status = "00"
        Read Sysin-File
            Not At End
                Move MQ-Window-End To window-end-text
        End-Read
        Close Sysin-File
    End-If
    If window-end-text Not = Spaces
        If window-end-text Not Numeric
            Display "MANDQ: window end must be HHMM" Upon Console
            Move 8 To Return-Code
            Stop Run
        End-If
        Move window-end-text(1:2) To window-end-hh
        Move window-end-text(3:2) To window-end-mm
        If window-end-hh > 23 Or window-end-mm > 59
            Display "MANDQ: window end must be HHMM" Upon Console
            Move 8 To Return-Code
            Stop Run
        End-If
        Set window-is-set To True
        Compute window-end-secs =
            window-end-hh * 3600 + window-end-mm * 60
        If window-end-secs Not Greater Than window-start-secs
            Compute window-end-secs = window-end-secs + 86400
        End-If
        Display "MANDQ: batch window ends at " window-end-text
            Upon Console
    End-If.

Compute-Clock-Secs.
    Compute ts-hh-secs = Function Numval(clock-stamp(9:2))  * 3600
    Compute ts-mm-secs = Function Numval(clock-stamp(11:2)) * 60
    Compute ts-ss-secs = Function Numval(clock-stamp(13:2))
    Compute ts-hs-secs = Function Numval(clock-stamp(15:2)) / 100
    Compute clock-secs = ts-hh-secs + ts-mm-secs + ts-ss-secs + ts-hs-secs
    If clock-secs < window-start-secs
        Compute clock-secs = clock-secs + 86400
    End-If.

Predict-Request.
    Move "N" To estimate-flag
    Move 0 To predicted-secs
    If Pm-Step-Size Of QR-Viewport > 0
    And Pm-Real-Min Of QR-Viewport < Pm-Real-Max Of QR-Viewport
    And Pm-Imag-Min Of QR-Viewport < Pm-Imag-Max Of QR-Viewport
    And Pm-Max-Iter Of QR-Viewport > 0
        Compute win-real-span =
            Pm-Real-Max Of QR-Viewport - Pm-Real-Min Of QR-Viewport
        Compute win-imag-span =
            Pm-Imag-Max Of QR-Viewport - Pm-Imag-Min Of QR-Viewport
        Compute win-col-limit = Pm-Step-Size Of QR-Viewport * Max-Row-Width
        Compute win-row-limit = Pm-Step-Size Of QR-Viewport * Max-Row-Count
        If win-real-span Not Greater Than win-col-limit
        And win-imag-span Not Greater Than win-row-limit
            Compute win-cols = Function Integer-Part
                (win-real-span / Pm-Step-Size Of QR-Viewport) + 1
            Compute win-rows = Function Integer-Part
                (win-imag-span / Pm-Step-Size Of QR-Viewport) + 1
            Compute win-work =
                win-cols * win-rows * Pm-Max-Iter Of QR-Viewport
            If QR-AA-Factor = "2"
                Compute win-work = win-work * 4
            End-If
            If QR-AA-Factor = "3"
                Compute win-work = win-work * 9
            End-If
            Move win-work To EF-Work
            Call "ESTFIT" Using estimate-fit
            If Return-Code = 0 And EF-Picked-Count > 0
                Set estimate-is-available To True
                Move EF-Estimated-Secs To predicted-secs
            End-If
            Move 0 To Return-Code
        End-If
    End-If.

Check-Window-Fit.
    Set request-fits-window To True
    Move 0 To remaining-secs
    If window-is-set
        Move Function Current-Date To clock-stamp
        Perform Compute-Clock-Secs
        Compute remaining-secs = window-end-secs - clock-secs
        If remaining-secs Not Greater Than 0
            Move "N" To fit-flag
            Move 0 To remaining-secs
        Else
            If estimate-is-available And predicted-secs > remaining-secs
                Move "N" To fit-flag
            End-If
        End-If
    End-If.

Run-One-Request.
    Move Function Current-Date To clock-stamp
    Perform Compute-Clock-Secs
    Move clock-secs To dispatch-start-secs
    Perform Dispatch-One-Request
    Move Function Current-Date To clock-stamp
    Perform Compute-Clock-Secs
    Compute actual-secs = clock-secs - dispatch-start-secs
    Move "RAN" To WD-Action
    Move actual-secs To WD-Actual
    If estimate-is-available
        Add predicted-secs To total-predicted
        Add actual-secs To total-actual
        Move QR-Status To WD-Note
    Else
        Move Spaces To WD-Note
        String Function Trim(QR-Status) Delimited By Size
               ", NO ESTIMATE" Delimited By Size
            Into WD-Note
    End-If
    Perform Write-Window-Detail.

Defer-One-Request.
    Add 1 To deferred-count
    Display "MANDQ: deferring " QR-Output-Dsn
        " to the next window" Upon Console
    Move "DEFERRED" To WD-Action
    Move 0 To WD-Actual
    If remaining-secs = 0
        Move "WINDOW HAS CLOSED" To WD-Note
    Else
        Move "PREDICTED TO OVERRUN" To WD-Note
    End-If
    Perform Write-Window-Detail.

Open-Window-Report.
    Open Output Winrpt-File
    Write Winrpt-Record From separator-line
    Move Function Current-Date(1:16) To WH-Start
    If window-is-set
        Move window-end-text To WH-End
    Else
        Move "NOT SET" To WH-End
    End-If
    Write Winrpt-Record From window-heading-line
    Move Spaces To report-line
    Write Winrpt-Record From report-line
    Write Winrpt-Record From window-column-line.

Write-Window-Detail.
    Move QR-Requester-Id To WD-Requester
    Move QR-Output-Dsn   To WD-Dsn
    Move QR-Priority     To WD-Priority
    Move predicted-secs  To WD-Predicted
    Move remaining-secs  To WD-Remaining
    Write Winrpt-Record From window-detail-line.

Close-Window-Report.
    Move Spaces To report-line
    Write Winrpt-Record From report-line
    Move dispatched-count To WC-Ran
    Move deferred-count   To WC-Deferred
    Move reused-count     To WC-Reused
    Move rejected-count   To WC-Rejected
    Write Winrpt-Record From window-count-line
    Move total-predicted To WT-Predicted
    Move total-actual    To WT-Actual
    Write Winrpt-Record From window-time-line
    Close Winrpt-File.

Dispatch-One-Request.
    Add 1 To dispatched-count
    If QR-Retry-Count Not Numeric
        Move 0 To QR-Retry-Count
    End-If
    If QR-Retry-Limit Not Numeric
        Move Default-Retry-Limit To QR-Retry-Limit
    End-If
    If QR-Status-Retry
        Add 1 To QR-Retry-Count
        Display "MANDQ: retry " QR-Retry-Count " of " QR-Retry-Limit
            " for " QR-Requester-Id " -> " QR-Output-Dsn Upon Console
    Else
        Display "MANDQ: dispatching for " QR-Requester-Id
            " -> " QR-Output-Dsn Upon Console
    End-If
    Move 0 To Return-Code
    Move Function Current-Date(1:16) To dispatch-start-id
    Move QR-Viewport To dispatch-parm
    Call "MANDELBROT" Using dispatch-parm, QR-Output-Dsn
    Move Return-Code To dispatch-rc
    Call "NDXSTAMP" Using QR-Output-Dsn, stamp-frame-id,
        QR-Requester-Id, stamp-source
    Move Function Current-Date To QR-Finish-Timestamp
    If dispatch-rc = 0
        Set QR-Status-Completed To True
        Move 0 To QR-Return-Code
        Perform Fetch-Run-Id-From-Header
        Add 1 To completed-count
        Perform Charge-Request-Usage
    Else
        Move dispatch-rc To QR-Return-Code
        Perform Fetch-Failure-Reason
        Move reason-message To QR-Fail-Reason
        Move reason-run-id  To QR-Run-Id
        If dispatch-rc = Transient-Rc
        And QR-Retry-Count < QR-Retry-Limit
            Set QR-Status-Retry To True
            Add 1 To retry-count
        Else
            Set QR-Status-Failed To True
            Add 1 To failed-count
        End-If
    End-If
    Move 0 To Return-Code.

Check-Request-Authority.
    Move Spaces To auth-parm
    Move "CHECK" To AP-Function
    Move QR-Requester-Id To AP-Requester-Id
    Move QR-Output-Dsn   To AP-Output-Dsn
    Move QR-Priority     To AP-Priority
    Move QR-AA-Factor    To AP-AA-Factor
    Move QR-Viewport     To AP-Viewport
    Call "AUTHCHK" Using auth-parm
    Move Return-Code To auth-rc
    Evaluate True
        When auth-rc = 0
            Set request-is-authorized To True
        When auth-rc = 16
            Set request-is-rejected To True
        When Other
            Set authority-unavailable To True
    End-Evaluate
    Move 0 To Return-Code.

Reject-One-Request.
    Display "MANDQ: rejecting " QR-Requester-Id " -> " QR-Output-Dsn
        ", " AP-Reason Upon Console
    Perform Log-Rejection
    Set QR-Status-Rejected To True
    Move Function Current-Date To QR-Finish-Timestamp
    Move 16 To QR-Return-Code
    Move AP-Reason To QR-Fail-Reason
    Move reject-run-id To QR-Run-Id
    Add 1 To rejected-count
    Move "REJECTED" To WD-Action
    Move 0 To predicted-secs
    Move 0 To remaining-secs
    Move 0 To WD-Actual
    Move Spaces To WD-Note
    String "DENIED: " Delimited By Size
           AP-Violation Delimited By Size
        Into WD-Note
    Perform Write-Window-Detail.

Hold-For-Authority.
    Add 1 To deferred-count
    Display "MANDQ: deferring " QR-Output-Dsn ", " AP-Reason
        Upon Console
    Move "DEFERRED" To WD-Action
    Move 0 To predicted-secs
    Move 0 To remaining-secs
    Move 0 To WD-Actual
    Move "AUTHORIZATION UNAVAILABLE" To WD-Note
    Perform Write-Window-Detail.

Charge-Request-Usage.
    Move "CHARGE" To AP-Function
    Call "AUTHCHK" Using auth-parm
    If Return-Code Not = 0
        Display "MANDQ: render usage not charged to " QR-Requester-Id
            ", " AP-Reason Upon Console
    End-If
    Move 0 To Return-Code.

Log-Rejection.
    Move Function Current-Date(1:16) To reject-run-id
    Perform Take-Log-Lock
    Open Extend Manderr-File
    If Manderr-Status Not = "00"
        Open Output Manderr-File
    End-If
    Move QR-Output-Dsn To ME-Output-Dsn
    Move AP-Reason     To ME-Message
    Move reject-run-id To ME-Run-Id
    Write Manderr-Record
    Close Manderr-File
    Perform Free-Log-Lock.

Find-Reusable-Render.
    Move "N" To reuse-flag
    Move Spaces To reuse-dsn
    Move Spaces To reuse-run-id
    Move Spaces To reuse-timestamp
    If Pm-Type-Julia Of QR-Viewport
        Move "J" To reuse-type
    Else
        Move "M" To reuse-type
    End-If
    Move Space To reuse-aa
    If Pm-Mode-Ppm-Any Of QR-Viewport
    And (QR-AA-Factor = "2" Or QR-AA-Factor = "3")
        Move QR-AA-Factor To reuse-aa
    End-If
    Open Input Mandndx-File
    If Mandndx-Status = "00"
        Move Low-Values To IX-Output-Dsn
        Start Mandndx-File Key Not Less Than IX-Output-Dsn
            Invalid Key
                Continue
            Not Invalid Key
                Move "N" To ndx-eof-flag
                Perform Scan-One-Index-Record Until end-of-index
        End-Start
        Close Mandndx-File
    End-If.

Scan-One-Index-Record.
    Read Mandndx-File Next
        At End
            Set end-of-index To True
        Not At End
            If IX-Render-Completed
            And IX-Cert-Passed
            And IX-Run-Id Not = Spaces
            And IX-Run-Timestamp > reuse-timestamp
            And IX-Real-Min     = Pm-Real-Min Of QR-Viewport
            And IX-Real-Max     = Pm-Real-Max Of QR-Viewport
            And IX-Imag-Min     = Pm-Imag-Min Of QR-Viewport
            And IX-Imag-Max     = Pm-Imag-Max Of QR-Viewport
            And IX-Step-Size    = Pm-Step-Size Of QR-Viewport
            And IX-Max-Iter     = Pm-Max-Iter Of QR-Viewport
            And IX-Palette-Name = Pm-Palette-Name Of QR-Viewport
            And IX-Fractal-Type = reuse-type
            And IX-Output-Mode  = Pm-Output-Mode Of QR-Viewport
            And IX-AA-Factor    = reuse-aa
                If reuse-type = "M"
                Or (IX-Julia-Real = Pm-Julia-Real Of QR-Viewport
                And IX-Julia-Imag = Pm-Julia-Imag Of QR-Viewport)
                    Perform Probe-Reuse-Candidate
                End-If
            End-If
    End-Read.

Probe-Reuse-Candidate.
    Move IX-Output-Dsn To Render-Dsn-WS
    Open Input Render-File
    If Render-Status = "00"
        Close Render-File
        Set reuse-was-found To True
        Move IX-Output-Dsn    To reuse-dsn
        Move IX-Run-Id        To reuse-run-id
        Move IX-Run-Timestamp To reuse-timestamp
    End-If.

Reuse-One-Request.
    Display "MANDQ: reusing certified render " Function Trim(reuse-dsn)
        " for " QR-Requester-Id " -> " QR-Output-Dsn Upon Console
    Set QR-Status-Reused To True
    Move Function Current-Date To QR-Finish-Timestamp
    Move 0 To QR-Return-Code
    Move Spaces To QR-Fail-Reason
    Move reuse-run-id To QR-Run-Id
    Move reuse-dsn To QR-Reused-Dsn
    Add 1 To reused-count
    Move "REUSED" To WD-Action
    Move 0 To predicted-secs
    Move 0 To remaining-secs
    Move 0 To WD-Actual
    Move "EXISTING RENDER REUSED" To WD-Note
    Perform Write-Window-Detail.

Fetch-Run-Id-From-Header.
    Move Spaces To QR-Run-Id
    Move QR-Output-Dsn To Render-Dsn-WS
Rewrite-Queue.
    Open Output Mandque-Tmp-File
    If Mandque-Tmp-Status Not = "00"
        Perform Free-Que-Lock
        Display "MANDQ: unable to open queue temp file, status "
            Mandque-Tmp-Status Upon Console
        Move 12 To Return-Code
    Call "CBL_RENAME_FILE" Using Mandque-Tmp-Name, Mandque-Name
    Move Return-Code To Que-Rename-Rc
    If Que-Rename-Rc Not = 0
        Perform Free-Que-Lock
        Display "MANDQ: unable to replace request queue with updated"
            " temp file" Upon Console
        Move 12 To Return-Code
            Move Mandque-Record To Mandque-Tmp-Record
            Write Mandque-Tmp-Record
    End-Read.

Take-Que-Lock.
    Move "N" To que-lock-flag
    Move 0 To lock-try
    Perform Try-Que-Lock-Once
        Until que-lock-is-held Or lock-try Not Less Than Max-Lock-Tries.

Try-Que-Lock-Once.
    Add 1 To lock-try
    Call "LOKTAKE" Using Que-Lock-Base
    If Return-Code = 0
        Set que-lock-is-held To True
    End-If.

Free-Que-Lock.
    If que-lock-is-held
        Call "LOKFREE" Using Que-Lock-Base
        Move "N" To que-lock-flag
    End-If.

Take-Log-Lock.
    Move "N" To log-lock-flag
    Move 0 To lock-try
    Perform Try-Log-Lock-Once
        Until log-lock-is-held Or lock-try Not Less Than Max-Lock-Tries.

Try-Log-Lock-Once.
    Add 1 To lock-try
    Call "LOKTAKE" Using Log-Lock-Base
    If Return-Code = 0
        Set log-lock-is-held To True
    End-If.

Free-Log-Lock.
    If log-lock-is-held
        Call "LOKFREE" Using Log-Lock-Base
        Move "N" To log-lock-flag
    End-If.
