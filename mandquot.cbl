Identification Division.
Program-ID. MANDQUOT.

Environment Division.
Input-Output Section.
File-Control.
    Select Sysin-File Assign To "SYSIN"
        Organization Is Line Sequential
        File Status Is Sysin-Status.

    Select Auth-File Assign To "MANDAUTH"
        Organization Is Indexed
        Access Mode Is Dynamic
        Record Key Is AU-Requester-Id
        File Status Is Auth-Status.

    Select Manduse-File Assign To "MANDUSE"
        Organization Is Line Sequential
        File Status Is Manduse-Status.

    Select Quotrpt-File Assign To "QUOTRPT"
        Organization Is Line Sequential
        File Status Is Quotrpt-Status.

Data Division.
File Section.
FD  Sysin-File.
01  Sysin-Record.
    05 QU-Usage-Month PIC X(6).

FD  Auth-File.
01  Auth-Record.
    Copy authrec.

FD  Manduse-File.
01  Manduse-Record.
    Copy authlog.

FD  Quotrpt-File.
01  Quotrpt-Record PIC X(132).

Working-Storage Section.
01 Sysin-Status   PIC XX.
01 Auth-Status    PIC XX.
01 Manduse-Status PIC XX.
01 Quotrpt-Status PIC XX.

01 eof-flag PIC X Value "N".
    88 end-of-input Value "Y".

01 Max-Requesters PIC S9(4) COMP-5 VALUE 200.
01 requester-table.
    05 requester-entry Occurs 200 Times.
        10 RQ-Requester-Id PIC X(20).
        10 RQ-Listed       PIC X(1).
            88 RQ-Is-Listed Value "Y".
        10 RQ-Top-Priority PIC X(1).
        10 RQ-Max-Iter     PIC 9(3).
        10 RQ-Max-Pixels   PIC 9(9).
        10 RQ-AA-Allowed   PIC X(1).
        10 RQ-HP-Allowed   PIC X(1).
        10 RQ-Budget       PIC 9(12).
        10 RQ-Pixels-Used  PIC 9(12).
        10 RQ-Renders      PIC 9(7).
        10 RQ-Rejects      PIC 9(7).
01 requester-count PIC S9(4) COMP-5 VALUE 0.
01 requester-idx   PIC S9(4) COMP-5 VALUE 0.
01 req-found-idx   PIC S9(4) COMP-5 VALUE 0.
01 unlisted-events PIC S9(9) COMP-5 VALUE 0.
01 lookup-requester PIC X(20).

01 pct-work        PIC 9(6)V9(1).
01 remaining-work  PIC 9(12).
01 over-count      PIC S9(5) COMP-5 VALUE 0.
01 unknown-count   PIC S9(5) COMP-5 VALUE 0.
01 total-budget    PIC 9(15) Value 0.
01 total-used      PIC 9(15) Value 0.
01 total-renders   PIC 9(9) Value 0.
01 total-rejects   PIC 9(9) Value 0.
01 count-display   PIC ZZZZ9.

01 report-line PIC X(132).
01 separator-line PIC X(132) Value All "=".
01 heading-line.
    05 Filler       PIC X(29) Value "MONTHLY QUOTA USAGE - MONTH: ".
    05 HD-Month     PIC X(6).
    05 Filler       PIC X(7) Value "  RUN: ".
    05 HD-Run       PIC X(16).
01 column-line.
    05 Filler PIC X(21) Value "REQUESTER".
    05 Filler PIC X(3)  Value "P".
    05 Filler PIC X(4)  Value "ITR".
    05 Filler PIC X(11) Value " MAX FRAME".
    05 Filler PIC X(3)  Value "AA".
    05 Filler PIC X(2)  Value "HP".
    05 Filler PIC X(13) Value "       BUDGET".
    05 Filler PIC X(13) Value "         USED".
    05 Filler PIC X(13) Value "    REMAINING".
    05 Filler PIC X(7)  Value "   PCT".
    05 Filler PIC X(8)  Value " RENDERS".
    05 Filler PIC X(8)  Value " REJECTS".
    05 Filler PIC X(16) Value " NOTE".
01 quota-line.
    05 QL-Requester  PIC X(20).
    05 Filler        PIC X(1) Value Spaces.
    05 QL-Priority   PIC X(1).
    05 Filler        PIC X(2) Value Spaces.
    05 QL-Max-Iter   PIC ZZ9.
    05 Filler        PIC X(2) Value Spaces.
    05 QL-Max-Pixels PIC ZZZZZZZZ9.
    05 Filler        PIC X(2) Value Spaces.
    05 QL-AA         PIC X(1).
    05 Filler        PIC X(2) Value Spaces.
    05 QL-HP         PIC X(1).
    05 Filler        PIC X(1) Value Spaces.
    05 QL-Budget     PIC ZZZZZZZZZZZ9.
    05 Filler        PIC X(1) Value Spaces.
    05 QL-Used       PIC ZZZZZZZZZZZ9.
    05 Filler        PIC X(1) Value Spaces.
    05 QL-Remaining  PIC ZZZZZZZZZZZ9.
    05 Filler        PIC X(1) Value Spaces.
    05 QL-Pct        PIC ZZZ9.9.
    05 Filler        PIC X(1) Value Spaces.
    05 QL-Renders    PIC ZZZZZZ9.
    05 Filler        PIC X(1) Value Spaces.
    05 QL-Rejects    PIC ZZZZZZ9.
    05 Filler        PIC X(1) Value Spaces.
    05 QL-Note       PIC X(16).
01 total-line.
    05 Filler        PIC X(21) Value "MONTH TOTAL".
    05 Filler        PIC X(21) Value Spaces.
    05 TL-Budget     PIC ZZZZZZZZZZZZZZ9.
    05 TL-Used       PIC ZZZZZZZZZZZZ9.
    05 Filler        PIC X(21) Value Spaces.
    05 TL-Renders    PIC ZZZZZZ9.
    05 Filler        PIC X(1) Value Spaces.
    05 TL-Rejects    PIC ZZZZZZ9.

Procedure Division.
Main-Paragraph.
    Open Input Sysin-File
    Read Sysin-File
        At End
            Display "MANDQUOT: no control card on SYSIN" Upon Console
            Move 1 To Return-Code
            Close Sysin-File
            Stop Run
    End-Read
    Close Sysin-File
    If QU-Usage-Month Not Numeric
        Display "MANDQUOT: usage month must be YYYYMM" Upon Console
        Move 8 To Return-Code
        Stop Run
    End-If
    Perform Load-Requesters
    Perform Load-Usage-Month
    Perform Write-Quota-Report
    Move requester-count To count-display
    Display "MANDQUOT: " count-display " requester(s) for "
        QU-Usage-Month " written to QUOTRPT" Upon Console
    If unlisted-events > 0
        Move unlisted-events To count-display
        Display "MANDQUOT: more requesters than the quota table holds, "
            count-display " record(s) not reported" Upon Console
    End-If
    If over-count > 0 Or unknown-count > 0 Or unlisted-events > 0
        Move over-count To count-display
        Display "MANDQUOT: " count-display
            " requester(s) over budget, see QUOTRPT" Upon Console
        Move unknown-count To count-display
        Display "MANDQUOT: " count-display
            " requester(s) with usage but no authorization record"
            Upon Console
        Move 4 To Return-Code
    Else
        Move 0 To Return-Code
    End-If
    Stop Run.

Load-Requesters.
    Move 0 To requester-count
    Open Input Auth-File
    If Auth-Status Not = "00"
        Display "MANDQUOT: unable to open authorization file, status "
            Auth-Status Upon Console
        Move 12 To Return-Code
        Stop Run
    End-If
    Move Low-Values To AU-Requester-Id
    Start Auth-File Key Not Less Than AU-Requester-Id
        Invalid Key
            Continue
        Not Invalid Key
            Move "N" To eof-flag
            Perform Load-One-Requester Until end-of-input
    End-Start
    Close Auth-File.

Load-One-Requester.
    Read Auth-File Next
        At End
            Set end-of-input To True
        Not At End
            If requester-count < Max-Requesters
                Add 1 To requester-count
                Move requester-count To requester-idx
                Perform Clear-Requester-Entry
                Move AU-Requester-Id   To RQ-Requester-Id(requester-idx)
                Move "Y"               To RQ-Listed(requester-idx)
                Move AU-Top-Priority   To RQ-Top-Priority(requester-idx)
                Move AU-Max-Iter       To RQ-Max-Iter(requester-idx)
                Move AU-Max-Pixels     To RQ-Max-Pixels(requester-idx)
                Move AU-AA-Allowed     To RQ-AA-Allowed(requester-idx)
                Move AU-HP-Allowed     To RQ-HP-Allowed(requester-idx)
                Move AU-Monthly-Budget To RQ-Budget(requester-idx)
            Else
                Add 1 To unlisted-events
            End-If
    End-Read.

Clear-Requester-Entry.
    Move Spaces To requester-entry(requester-idx)
    Move 0 To RQ-Max-Iter(requester-idx)
    Move 0 To RQ-Max-Pixels(requester-idx)
    Move 0 To RQ-Budget(requester-idx)
    Move 0 To RQ-Pixels-Used(requester-idx)
    Move 0 To RQ-Renders(requester-idx)
    Move 0 To RQ-Rejects(requester-idx).

Load-Usage-Month.
    Open Input Manduse-File
    If Manduse-Status = "00"
        Move "N" To eof-flag
        Perform Load-One-Usage Until end-of-input
        Close Manduse-File
    End-If.

Load-One-Usage.
    Read Manduse-File
        At End
            Set end-of-input To True
        Not At End
            If AL-Timestamp(1:6) = QU-Usage-Month
                Move AL-Requester-Id To lookup-requester
                Perform Find-Requester
                If req-found-idx > 0
                    Perform Add-One-Usage
                End-If
            End-If
    End-Read.

Add-One-Usage.
    Evaluate True
        When AL-Event-Charge
            Add 1 To RQ-Renders(req-found-idx)
            If AL-Pixels Numeric
                Add AL-Pixels To RQ-Pixels-Used(req-found-idx)
                    On Size Error
                        Move 999999999999
                            To RQ-Pixels-Used(req-found-idx)
                End-Add
            End-If
        When AL-Event-Reject
            Add 1 To RQ-Rejects(req-found-idx)
    End-Evaluate.

Find-Requester.
    Move 0 To req-found-idx
    Perform Varying requester-idx From 1 By 1
            Until requester-idx > requester-count Or req-found-idx > 0
        If RQ-Requester-Id(requester-idx) = lookup-requester
            Move requester-idx To req-found-idx
        End-If
    End-Perform
    If req-found-idx = 0
        If requester-count < Max-Requesters
            Add 1 To requester-count
            Move requester-count To requester-idx
            Perform Clear-Requester-Entry
            Move lookup-requester To RQ-Requester-Id(requester-idx)
            Move "N" To RQ-Listed(requester-idx)
            Move requester-count To req-found-idx
        Else
            Add 1 To unlisted-events
        End-If
    End-If.

Write-Quota-Report.
    Open Output Quotrpt-File
    If Quotrpt-Status Not = "00"
        Display "MANDQUOT: unable to open QUOTRPT, status "
            Quotrpt-Status Upon Console
        Move 12 To Return-Code
        Stop Run
    End-If
    Write Quotrpt-Record From separator-line
    Move QU-Usage-Month To HD-Month
    Move Function Current-Date(1:16) To HD-Run
    Write Quotrpt-Record From heading-line
    Write Quotrpt-Record From separator-line
    Write Quotrpt-Record From column-line
    Perform Varying requester-idx From 1 By 1
            Until requester-idx > requester-count
        Perform Write-One-Quota-Line
    End-Perform
    Move Spaces To report-line
    Write Quotrpt-Record From report-line
    Move total-budget  To TL-Budget
    Move total-used    To TL-Used
    Move total-renders To TL-Renders
    Move total-rejects To TL-Rejects
    Write Quotrpt-Record From total-line
    Write Quotrpt-Record From separator-line
    Close Quotrpt-File.

Write-One-Quota-Line.
    Move Spaces To quota-line
    Move RQ-Requester-Id(requester-idx) To QL-Requester
    Move RQ-Pixels-Used(requester-idx)  To QL-Used
    Move RQ-Renders(requester-idx)      To QL-Renders
    Move RQ-Rejects(requester-idx)      To QL-Rejects
    Add RQ-Pixels-Used(requester-idx) To total-used
    Add RQ-Renders(requester-idx)     To total-renders
    Add RQ-Rejects(requester-idx)     To total-rejects
    If Not RQ-Is-Listed(requester-idx)
        Add 1 To unknown-count
        If RQ-Requester-Id(requester-idx) = Spaces
            Move "(NO REQUESTER)" To QL-Requester
        End-If
        Move "NOT IN AUTH FILE" To QL-Note
    Else
        Perform Format-Quota-Limits
    End-If
    Write Quotrpt-Record From quota-line.

Format-Quota-Limits.
    Move RQ-Top-Priority(requester-idx) To QL-Priority
    Move RQ-Max-Iter(requester-idx)     To QL-Max-Iter
    Move RQ-Max-Pixels(requester-idx)   To QL-Max-Pixels
    Move RQ-AA-Allowed(requester-idx)   To QL-AA
    Move RQ-HP-Allowed(requester-idx)   To QL-HP
    Move RQ-Budget(requester-idx)       To QL-Budget
    Add RQ-Budget(requester-idx) To total-budget
    If RQ-Pixels-Used(requester-idx) < RQ-Budget(requester-idx)
        Compute remaining-work =
            RQ-Budget(requester-idx) - RQ-Pixels-Used(requester-idx)
    Else
        Move 0 To remaining-work
    End-If
    Move remaining-work To QL-Remaining
    If RQ-Budget(requester-idx) > 0
        Compute pct-work Rounded =
            RQ-Pixels-Used(requester-idx) * 100
                / RQ-Budget(requester-idx)
            On Size Error
                Move 9999.9 To pct-work
        End-Compute
        If pct-work > 9999.9
            Move 9999.9 To pct-work
        End-If
        Move pct-work To QL-Pct
    Else
        Move 0 To pct-work
        Move 0 To QL-Pct
    End-If
    Evaluate True
        When RQ-Pixels-Used(requester-idx) > RQ-Budget(requester-idx)
            Add 1 To over-count
            Move "OVER BUDGET" To QL-Note
        When RQ-Budget(requester-idx) = 0
            Move "NO BUDGET" To QL-Note
        When pct-work Not Less Than 90
            Move "90 PCT OR MORE" To QL-Note
    End-Evaluate.
