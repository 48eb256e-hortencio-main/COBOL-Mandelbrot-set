Identification Division.
Program-ID. MANDQMNT.

Environment Division.
Input-Output Section.
File-Control.
    Select Sysin-File Assign To "SYSIN"
        Organization Is Line Sequential
        File Status Is Sysin-Status.

    Select Mandque-File Assign To "MANDQUE"
        Organization Is Line Sequential
        File Status Is Mandque-Status.

    Select Mandque-Tmp-File Assign To "MANDQUE.TMP"
        Organization Is Line Sequential
        File Status Is Mandque-Tmp-Status.

    Select Mandqlog-File Assign To "MANDQLOG"
        Organization Is Line Sequential
        File Status Is Mandqlog-Status.

    Select Qmntrpt-File Assign To "QMNTRPT"
        Organization Is Line Sequential
        File Status Is Qmntrpt-Status.

Data Division.
File Section.
FD  Sysin-File.
01  Sysin-Record.
    05 QM-Action PIC X(12).
        88 action-is-hold         Value "HOLD".
        88 action-is-release      Value "RELEASE".
        88 action-is-cancel       Value "CANCEL".
        88 action-is-reprioritize Value "REPRIORITIZE".
        88 action-is-list         Value "LIST".
    05 QM-Requester-Id PIC X(20).
    05 QM-Output-Dsn   PIC X(44).
    05 QM-New-Priority PIC X(1).
    05 QM-List-Status  PIC X(9).

FD  Mandque-File.
01  Mandque-Record.
    Copy quereq.

FD  Mandque-Tmp-File.
01  Mandque-Tmp-Record PIC X(400).

FD  Mandqlog-File.
01  Mandqlog-Record.
    05 QL-Timestamp    PIC X(21).
    05 QL-Operator-Id  PIC X(20).
    05 QL-Action       PIC X(12).
    05 QL-Requester-Id PIC X(20).
    05 QL-Output-Dsn   PIC X(44).
    05 QL-Old-Status   PIC X(9).
    05 QL-New-Status   PIC X(9).
    05 QL-Old-Priority PIC X(1).
    05 QL-New-Priority PIC X(1).
    05 QL-Result       PIC X(8).
    05 QL-Message      PIC X(60).

FD  Qmntrpt-File.
01  Qmntrpt-Record PIC X(132).

Working-Storage Section.
01 Sysin-Status       PIC XX.
01 Mandque-Status     PIC XX.
01 Mandque-Tmp-Status PIC XX.
01 Mandqlog-Status    PIC XX.
01 Qmntrpt-Status     PIC XX.
01 Mandque-Name     PIC X(44) Value "MANDQUE".
01 Mandque-Tmp-Name PIC X(44) Value "MANDQUE.TMP".
01 Que-Rename-Rc    PIC S9(9) COMP-5.
01 skip-idx         PIC S9(5) COMP-5 VALUE 0.

01 Max-Queue-Size PIC S9(5) COMP-5 VALUE 500.
01 queue-table.
    05 queue-entry Occurs 500 Times PIC X(400).
01 queue-count    PIC S9(5) COMP-5 VALUE 0.
01 queue-idx      PIC S9(5) COMP-5 VALUE 0.
01 overflow-count PIC S9(5) COMP-5 VALUE 0.

01 eof-flag PIC X Value "N".
    88 end-of-queue Value "Y".
01 more-cards-flag PIC X Value "Y".
    88 no-more-cards Value "N".
01 change-flag PIC X Value "N".
    88 queue-was-changed Value "Y".
01 entry-flag PIC X Value "N".
    88 entry-was-changed Value "Y".

01 Que-Lock-Base  PIC X(44) Value "MANDQUE".
01 que-lock-flag  PIC X Value "N".
    88 que-lock-is-held Value "Y".
01 lock-try       PIC S9(5) COMP-5 VALUE 0.
01 Max-Lock-Tries PIC S9(5) COMP-5 VALUE 1000.

01 Maint-Operator-Id PIC X(20).
01 card-count    PIC 9(5) Value 0.
01 applied-count PIC 9(5) Value 0.
01 error-count   PIC 9(5) Value 0.
01 match-count   PIC S9(5) COMP-5 VALUE 0.
01 card-applied  PIC S9(5) COMP-5 VALUE 0.
01 listed-count  PIC S9(5) COMP-5 VALUE 0.
01 count-display PIC ZZZZ9.
01 old-status    PIC X(9).
01 old-priority  PIC X(1).
01 log-message   PIC X(60).

01 report-line PIC X(132).
01 separator-line PIC X(132) Value All "=".
01 list-heading-line.
    05 Filler        PIC X(20) Value "QUEUE LIST  STATUS: ".
    05 LH-Status     PIC X(9).
    05 Filler        PIC X(13) Value "  REQUESTER: ".
    05 LH-Requester  PIC X(20).
    05 Filler        PIC X(6) Value "  BY: ".
    05 LH-Operator   PIC X(20).
    05 Filler        PIC X(6) Value "  ON: ".
    05 LH-Date       PIC X(8).
01 list-column-line.
    05 Filler PIC X(21) Value "REQUESTER".
    05 Filler PIC X(45) Value "OUTPUT DSN".
    05 Filler PIC X(4)  Value "PRI".
    05 Filler PIC X(10) Value "STATUS".
    05 Filler PIC X(9)  Value "REQ DATE".
    05 Filler PIC X(6)  Value "RETRY".
    05 Filler PIC X(17) Value "RUN ID".
    05 Filler PIC X(20) Value "REASON".
01 list-detail-line.
    05 LL-Requester   PIC X(20).
    05 Filler         PIC X(1) Value Spaces.
    05 LL-Dsn         PIC X(44).
    05 Filler         PIC X(1) Value Spaces.
    05 LL-Priority    PIC X(1).
    05 Filler         PIC X(3) Value Spaces.
    05 LL-Status      PIC X(9).
    05 Filler         PIC X(1) Value Spaces.
    05 LL-Req-Date    PIC X(8).
    05 Filler         PIC X(1) Value Spaces.
    05 LL-Retry-Count PIC X(1).
    05 Filler         PIC X(1) Value "/".
    05 LL-Retry-Limit PIC X(1).
    05 Filler         PIC X(3) Value Spaces.
    05 LL-Run-Id      PIC X(16).
    05 Filler         PIC X(1) Value Spaces.
    05 LL-Reason      PIC X(20).

Procedure Division.
Main-Paragraph.
    Display "USER" Upon Environment-Name
    Accept Maint-Operator-Id From Environment-Value
    Perform Take-Que-Lock
    If Not que-lock-is-held
        Display "MANDQMNT: request queue is locked by another job,"
            " rerun when the dispatcher has finished" Upon Console
        Move 12 To Return-Code
        Stop Run
    End-If
    Perform Load-Queue
    Open Extend Mandqlog-File
    If Mandqlog-Status Not = "00"
        Open Output Mandqlog-File
    End-If
    Open Output Qmntrpt-File
    Open Input Sysin-File
    Perform Until no-more-cards
        Read Sysin-File
            At End
                Set no-more-cards To True
            Not At End
                Add 1 To card-count
                Perform Apply-One-Card
        End-Read
    End-Perform
    Close Sysin-File
    Close Qmntrpt-File
    Close Mandqlog-File
    If queue-was-changed
        Perform Rewrite-Queue
    End-If
    Perform Free-Que-Lock
    Display "MANDQMNT: " card-count " card(s) processed, "
        applied-count " queue entr(ies) changed, "
        error-count " error(s)" Upon Console
    If error-count > 0
        Move 8 To Return-Code
    Else
        Move 0 To Return-Code
    End-If
    Stop Run.

Load-Queue.
    Move 0 To queue-count
    Move 0 To overflow-count
    Open Input Mandque-File
    If Mandque-Status Not = "00"
        Perform Free-Que-Lock
        Display "MANDQMNT: unable to open request queue, status "
            Mandque-Status Upon Console
        Move 12 To Return-Code
        Stop Run
    End-If
    Move "N" To eof-flag
    Perform Load-One-Request Until end-of-queue
    Close Mandque-File
    If overflow-count > 0
        Move overflow-count To count-display
        Display "MANDQMNT: queue holds more than the maintenance table, "
            count-display " entr(ies) at the end cannot be changed"
            Upon Console
    End-If.

Load-One-Request.
    Read Mandque-File
        At End
            Set end-of-queue To True
        Not At End
            If queue-count < Max-Queue-Size
                Add 1 To queue-count
                Move Mandque-Record To queue-entry(queue-count)
            Else
                Add 1 To overflow-count
            End-If
    End-Read.

Apply-One-Card.
    Evaluate True
        When action-is-hold         Perform Apply-Queue-Action
        When action-is-release      Perform Apply-Queue-Action
        When action-is-cancel       Perform Apply-Queue-Action
        When action-is-reprioritize Perform Apply-Queue-Action
        When action-is-list         Perform List-Queue
        When Other
            Add 1 To error-count
            Display "MANDQMNT: unknown action " QM-Action
                " on card " card-count Upon Console
            Move Spaces To Mandque-Record
            Move "unknown action" To log-message
            Perform Write-Rejected-Log
    End-Evaluate.

Apply-Queue-Action.
    Move Spaces To Mandque-Record
    Evaluate True
        When QM-Output-Dsn = Spaces
            Add 1 To error-count
            Display "MANDQMNT: " Function Trim(QM-Action) " card "
                card-count " has no output DSN" Upon Console
            Move "card has no output DSN" To log-message
            Perform Write-Rejected-Log
        When action-is-reprioritize And QM-New-Priority Not Numeric
            Add 1 To error-count
            Display "MANDQMNT: REPRIORITIZE card " card-count
                " needs a new priority of 0 to 9" Upon Console
            Move "new priority must be 0 to 9" To log-message
            Perform Write-Rejected-Log
        When Other
            Move 0 To match-count
            Move 0 To card-applied
            Perform Varying queue-idx From 1 By 1
                    Until queue-idx > queue-count
                Move queue-entry(queue-idx) To Mandque-Record
                If QR-Requester-Id = QM-Requester-Id
                And QR-Output-Dsn = QM-Output-Dsn
                    Add 1 To match-count
                    Perform Apply-To-One-Entry
                    Move Mandque-Record To queue-entry(queue-idx)
                End-If
            End-Perform
            If match-count = 0
                Add 1 To error-count
                Display "MANDQMNT: no queue entry for "
                    Function Trim(QM-Requester-Id) " -> "
                    Function Trim(QM-Output-Dsn) Upon Console
                Move Spaces To Mandque-Record
                Move "no queue entry for this requester and output DSN"
                    To log-message
                Perform Write-Rejected-Log
            Else
                If card-applied = 0
                    Add 1 To error-count
                    Display "MANDQMNT: " Function Trim(QM-Action)
                        " not allowed for any entry of "
                        Function Trim(QM-Output-Dsn) Upon Console
                End-If
            End-If
    End-Evaluate.

Apply-To-One-Entry.
    Move "N" To entry-flag
    Move QR-Status   To old-status
    Move QR-Priority To old-priority
    Evaluate True
        When action-is-hold
            If QR-Status-Pending Or QR-Status-Retry
                Set QR-Status-Held To True
                Set entry-was-changed To True
            End-If
        When action-is-release
            If QR-Status-Held
                Set QR-Status-Pending To True
                Set entry-was-changed To True
            End-If
        When action-is-cancel
            If QR-Status-Pending Or QR-Status-Retry Or QR-Status-Held
                Set QR-Status-Cancelled To True
                Move Function Current-Date To QR-Finish-Timestamp
                Move Spaces To QR-Fail-Reason
                String "Cancelled by " Delimited By Size
                       Maint-Operator-Id Delimited By Space
                    Into QR-Fail-Reason
                Set entry-was-changed To True
            End-If
        When action-is-reprioritize
            If QR-Status-Pending Or QR-Status-Retry Or QR-Status-Held
                Move QM-New-Priority To QR-Priority
                Set entry-was-changed To True
            End-If
    End-Evaluate
    If entry-was-changed
        Add 1 To card-applied
        Add 1 To applied-count
        Set queue-was-changed To True
        Display "MANDQMNT: " Function Trim(QM-Action) " "
            Function Trim(QR-Output-Dsn) " " Function Trim(old-status)
            " PRIORITY " old-priority " -> " Function Trim(QR-Status)
            " PRIORITY " QR-Priority Upon Console
        Move Spaces To log-message
        Perform Write-Applied-Log
    Else
        Move Spaces To log-message
        String "status " Delimited By Size
               QR-Status Delimited By Space
               " does not allow this action" Delimited By Size
            Into log-message
        Perform Write-Rejected-Log
    End-If.

List-Queue.
    Write Qmntrpt-Record From separator-line
    If QM-List-Status = Spaces
        Move "ALL" To LH-Status
    Else
        Move QM-List-Status To LH-Status
    End-If
    If QM-Requester-Id = Spaces
        Move "ALL" To LH-Requester
    Else
        Move QM-Requester-Id To LH-Requester
    End-If
    Move Maint-Operator-Id To LH-Operator
    Move Function Current-Date(1:8) To LH-Date
    Write Qmntrpt-Record From list-heading-line
    Move Spaces To report-line
    Write Qmntrpt-Record From report-line
    Write Qmntrpt-Record From list-column-line
    Move 0 To listed-count
    Perform Varying queue-idx From 1 By 1
            Until queue-idx > queue-count
        Move queue-entry(queue-idx) To Mandque-Record
        If (QM-List-Status = Spaces Or QR-Status = QM-List-Status)
        And (QM-Requester-Id = Spaces Or QR-Requester-Id = QM-Requester-Id)
            Perform Write-One-List-Line
        End-If
    End-Perform
    Move Spaces To report-line
    Move listed-count To count-display
    String "ENTRIES LISTED: " Delimited By Size
           count-display Delimited By Size
        Into report-line
    Write Qmntrpt-Record From report-line
    Move Spaces To report-line
    Write Qmntrpt-Record From report-line
    Display "MANDQMNT: LIST " Function Trim(LH-Status) " "
        count-display " entr(ies) written to QMNTRPT" Upon Console
    Move Spaces To Mandque-Record
    Move QM-List-Status To QR-Status
    Move Spaces To log-message
    String "entries listed: " Delimited By Size
           count-display Delimited By Size
        Into log-message
    Move QR-Status To old-status
    Move Space To old-priority
    Move "LISTED" To QL-Result
    Perform Write-Log-Record.

Write-One-List-Line.
    Add 1 To listed-count
    Move QR-Requester-Id To LL-Requester
    Move QR-Output-Dsn   To LL-Dsn
    Move QR-Priority     To LL-Priority
    Move QR-Status       To LL-Status
    Move QR-Req-Date     To LL-Req-Date
    Move QR-Retry-Count  To LL-Retry-Count
    Move QR-Retry-Limit  To LL-Retry-Limit
    Move QR-Run-Id       To LL-Run-Id
    Move QR-Fail-Reason  To LL-Reason
    Write Qmntrpt-Record From list-detail-line.

Write-Applied-Log.
    Move "APPLIED" To QL-Result
    Perform Write-Log-Record.

Write-Rejected-Log.
    Move QR-Status   To old-status
    Move QR-Priority To old-priority
    Move "REJECTED" To QL-Result
    Perform Write-Log-Record.

Write-Log-Record.
    Move Function Current-Date To QL-Timestamp
    Move Maint-Operator-Id To QL-Operator-Id
    Move QM-Action         To QL-Action
    Move QM-Requester-Id   To QL-Requester-Id
    Move QM-Output-Dsn     To QL-Output-Dsn
    Move old-status        To QL-Old-Status
    Move QR-Status         To QL-New-Status
    Move old-priority      To QL-Old-Priority
    Move QR-Priority       To QL-New-Priority
    Move log-message       To QL-Message
    Write Mandqlog-Record.

Rewrite-Queue.
    Open Output Mandque-Tmp-File
    If Mandque-Tmp-Status Not = "00"
        Perform Free-Que-Lock
        Display "MANDQMNT: unable to open queue temp file, status "
            Mandque-Tmp-Status Upon Console
        Move 12 To Return-Code
        Stop Run
    End-If
    Perform Varying queue-idx From 1 By 1 Until queue-idx > queue-count
        Move queue-entry(queue-idx) To Mandque-Tmp-Record
        Write Mandque-Tmp-Record
    End-Perform
    If overflow-count > 0
        Perform Copy-Overflow-Tail
    End-If
    Close Mandque-Tmp-File
    Call "CBL_RENAME_FILE" Using Mandque-Tmp-Name, Mandque-Name
    Move Return-Code To Que-Rename-Rc
    If Que-Rename-Rc Not = 0
        Perform Free-Que-Lock
        Display "MANDQMNT: unable to replace request queue with updated"
            " temp file" Upon Console
        Move 12 To Return-Code
        Stop Run
    End-If
    Move 0 To Return-Code.

Copy-Overflow-Tail.
    Open Input Mandque-File
    Perform Varying skip-idx From 1 By 1 Until skip-idx > queue-count
        Read Mandque-File
            At End Continue
        End-Read
    End-Perform
    Move "N" To eof-flag
    Perform Copy-One-Tail-Record Until end-of-queue
    Close Mandque-File.

Copy-One-Tail-Record.
    Read Mandque-File
        At End
            Set end-of-queue To True
        Not At End
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
