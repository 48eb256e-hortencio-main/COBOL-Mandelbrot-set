Identification Division.
Program-ID. MANDRECN.

Environment Division.
Input-Output Section.
File-Control.
    Select Mandaudit-File Assign To "MANDAUDIT"
        Organization Is Line Sequential
        File Status Is Mandaudit-Status.

    Select Mandndx-File Assign To "MANDNDX"
        Organization Is Indexed
        Access Mode Is Dynamic
        Record Key Is IX-Output-Dsn
        File Status Is Mandndx-Status.

    Select Mandque-File Assign To "MANDQUE"
        Organization Is Line Sequential
        File Status Is Mandque-Status.

    Select Mandcert-File Assign To "MANDCERT"
        Organization Is Line Sequential
        File Status Is Mandcert-Status.

    Select Manderr-File Assign To "MANDERR"
        Organization Is Line Sequential
        File Status Is Manderr-Status.

    Select Render-File Assign To Dynamic Render-Dsn-WS
        Organization Is Line Sequential
        File Status Is Render-Status.

    Select Recnrpt-File Assign To "RECNRPT"
        Organization Is Line Sequential
        File Status Is Recnrpt-Status.

Data Division.
File Section.
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

FD  Mandndx-File.
01  Mandndx-Record.
    Copy ndxrec.

FD  Mandque-File.
01  Mandque-Record.
    Copy quereq.

FD  Mandcert-File.
01  Mandcert-Record.
    05 CT-Check-Date   PIC X(8).
    05 CT-Output-Dsn   PIC X(44).
    05 CT-Result       PIC X(4).
    05 CT-Row-Count    PIC ZZZ9.
    05 CT-Col-Count    PIC ZZZ9.
    05 CT-Message      PIC X(80).
    05 CT-Run-Id       PIC X(16).

FD  Manderr-File.
01  Manderr-Record.
    05 ME-Output-Dsn PIC X(44).
    05 ME-Message    PIC X(80).
    05 ME-Run-Id     PIC X(16).

FD  Render-File.
01  Render-Record PIC X(201).

FD  Recnrpt-File.
01  Recnrpt-Record PIC X(132).

Working-Storage Section.
01 Mandaudit-Status PIC XX.
01 Mandndx-Status   PIC XX.
01 Mandque-Status   PIC XX.
01 Mandcert-Status  PIC XX.
01 Manderr-Status   PIC XX.
01 Render-Status    PIC XX.
01 Recnrpt-Status   PIC XX.
01 Render-Dsn-WS    PIC X(44).

01 eof-flag PIC X Value "N".
    88 end-of-input Value "Y".
01 match-flag PIC X Value "N".
    88 run-id-matched Value "Y".
01 dsn-flag PIC X Value "N".
    88 dsn-matched Value "Y".

01 Severity-Warning PIC S9(4) COMP-5 VALUE 4.
01 Severity-Error   PIC S9(4) COMP-5 VALUE 8.
01 Severity-Severe  PIC S9(4) COMP-5 VALUE 12.
01 worst-severity   PIC S9(4) COMP-5 VALUE 0.

01 Max-Index-Entries PIC S9(5) COMP-5 VALUE 5000.
01 index-table.
    05 index-entry Occurs 5000 Times.
        10 NT-Dsn    PIC X(44).
        10 NT-Run-Id PIC X(16).
        10 NT-Status PIC X(9).
01 index-count    PIC S9(5) COMP-5 VALUE 0.
01 index-idx      PIC S9(5) COMP-5 VALUE 0.
01 index-overflow PIC S9(9) COMP-5 VALUE 0.
01 found-idx      PIC S9(5) COMP-5 VALUE 0.

01 Max-Error-Entries PIC S9(5) COMP-5 VALUE 5000.
01 error-table.
    05 error-entry Occurs 5000 Times.
        10 RT-Run-Id PIC X(16).
01 error-count    PIC S9(5) COMP-5 VALUE 0.
01 error-idx      PIC S9(5) COMP-5 VALUE 0.
01 error-overflow PIC S9(9) COMP-5 VALUE 0.

01 Max-Cert-Dsns PIC S9(5) COMP-5 VALUE 2000.
01 cert-dsn-table.
    05 cert-dsn-entry Occurs 2000 Times.
        10 CD-Dsn PIC X(44).
01 cert-dsn-count PIC S9(5) COMP-5 VALUE 0.
01 cert-dsn-idx   PIC S9(5) COMP-5 VALUE 0.

01 audit-read     PIC S9(9) COMP-5 VALUE 0.
01 audit-superseded PIC S9(9) COMP-5 VALUE 0.
01 queue-read     PIC S9(9) COMP-5 VALUE 0.
01 cert-read      PIC S9(9) COMP-5 VALUE 0.
01 noindex-count  PIC S9(9) COMP-5 VALUE 0.
01 stuck-count    PIC S9(9) COMP-5 VALUE 0.
01 queue-count    PIC S9(9) COMP-5 VALUE 0.
01 certdsn-count  PIC S9(9) COMP-5 VALUE 0.
01 noreason-count PIC S9(9) COMP-5 VALUE 0.
01 dataset-count  PIC S9(9) COMP-5 VALUE 0.
01 warning-count  PIC S9(9) COMP-5 VALUE 0.
01 error-sev-count PIC S9(9) COMP-5 VALUE 0.
01 severe-count   PIC S9(9) COMP-5 VALUE 0.
01 count-display  PIC ZZZZZZZZ9.
01 rc-display     PIC Z9.

01 exc-severity   PIC S9(4) COMP-5 VALUE 0.
01 exc-check      PIC X(8).
01 exc-run-id     PIC X(16).
01 exc-dsn        PIC X(44).
01 exc-detail     PIC X(50).
01 dataset-name   PIC X(9).
01 dataset-status PIC XX.

01 report-line PIC X(132).
01 exception-line.
    05 XL-Severity PIC X(8).
    05 Filler      PIC X(1) Value Spaces.
    05 XL-Check    PIC X(8).
    05 Filler      PIC X(1) Value Spaces.
    05 XL-Run-Id   PIC X(16).
    05 Filler      PIC X(1) Value Spaces.
    05 XL-Dsn      PIC X(44).
    05 Filler      PIC X(1) Value Spaces.
    05 XL-Detail   PIC X(50).
01 exception-heading.
    05 Filler PIC X(9)  Value "SEVERITY".
    05 Filler PIC X(9)  Value "CHECK".
    05 Filler PIC X(17) Value "RUN ID".
    05 Filler PIC X(45) Value "OUTPUT DSN".
    05 Filler PIC X(6)  Value "DETAIL".

Procedure Division.
Main-Paragraph.
    Open Output Recnrpt-File
    If Recnrpt-Status Not = "00"
        Display "MANDRECN: unable to open RECNRPT, status "
            Recnrpt-Status Upon Console
        Move 12 To Return-Code
        Stop Run
    End-If
    Move Spaces To report-line
    String "RENDER DATASET RECONCILIATION  " Delimited By Size
           Function Current-Date(1:8) Delimited By Size
        Into report-line
    Write Recnrpt-Record From report-line
    Move Spaces To report-line
    Write Recnrpt-Record From report-line
    Write Recnrpt-Record From exception-heading
    Move Spaces To report-line
    Write Recnrpt-Record From report-line
    Perform Load-Index-Table
    Perform Load-Error-Table
    Perform Check-Audit-Runs
    Perform Check-Index-Entries
    Perform Check-Queue-Entries
    Perform Check-Certifications
    Perform Write-Summary
    Close Recnrpt-File
    Move worst-severity To rc-display
    Display "MANDRECN: reconciliation complete, worst severity "
        rc-display ", see RECNRPT" Upon Console
    Move worst-severity To Return-Code
    Stop Run.

Load-Index-Table.
    Move 0 To index-count
    Open Input Mandndx-File
    If Mandndx-Status Not = "00"
        Move "MANDNDX" To dataset-name
        Move Mandndx-Status To dataset-status
        Perform Report-Dataset-Unavailable
        Close Recnrpt-File
        Display "MANDRECN: unable to open render index, status "
            Mandndx-Status Upon Console
        Move 12 To Return-Code
        Stop Run
    End-If
    Move Low-Values To IX-Output-Dsn
    Move "N" To eof-flag
    Start Mandndx-File Key Not Less Than IX-Output-Dsn
        Invalid Key
            Set end-of-input To True
    End-Start
    Perform Load-One-Index-Record Until end-of-input
    Close Mandndx-File
    If index-overflow > 0
        Move Severity-Warning To exc-severity
        Move "TABLE" To exc-check
        Move Spaces To exc-run-id
        Move Spaces To exc-dsn
        Move "INDEX EXCEEDS 5000 ENTRIES, CHECKS ARE INCOMPLETE"
            To exc-detail
        Perform Write-Exception
    End-If.

Load-One-Index-Record.
    Read Mandndx-File Next
        At End
            Set end-of-input To True
        Not At End
            If index-count < Max-Index-Entries
                Add 1 To index-count
                Move IX-Output-Dsn    To NT-Dsn(index-count)
                Move IX-Run-Id        To NT-Run-Id(index-count)
                Move IX-Render-Status To NT-Status(index-count)
            Else
                Add 1 To index-overflow
            End-If
    End-Read.

Load-Error-Table.
    Move 0 To error-count
    Open Input Manderr-File
    Evaluate Manderr-Status
        When "00"
            Move "N" To eof-flag
            Perform Load-One-Error-Record Until end-of-input
            Close Manderr-File
        When "35"
            Continue
        When Other
            Move "MANDERR" To dataset-name
            Move Manderr-Status To dataset-status
            Perform Report-Dataset-Unavailable
    End-Evaluate
    If error-overflow > 0
        Move Severity-Warning To exc-severity
        Move "TABLE" To exc-check
        Move Spaces To exc-run-id
        Move Spaces To exc-dsn
        Move "MANDERR EXCEEDS 5000 RUN IDS, CHECKS ARE INCOMPLETE"
            To exc-detail
        Perform Write-Exception
    End-If.

Load-One-Error-Record.
    Read Manderr-File
        At End
            Set end-of-input To True
        Not At End
            If ME-Run-Id Not = Spaces
                If error-count < Max-Error-Entries
                    Add 1 To error-count
                    Move ME-Run-Id To RT-Run-Id(error-count)
                Else
                    Add 1 To error-overflow
                End-If
            End-If
    End-Read.

Check-Audit-Runs.
    Open Input Mandaudit-File
    Evaluate Mandaudit-Status
        When "00"
            Move "N" To eof-flag
            Perform Check-One-Audit-Record Until end-of-input
            Close Mandaudit-File
        When "35"
            Continue
        When Other
            Move "MANDAUDIT" To dataset-name
            Move Mandaudit-Status To dataset-status
            Perform Report-Dataset-Unavailable
    End-Evaluate.

Check-One-Audit-Record.
    Read Mandaudit-File
        At End
            Set end-of-input To True
        Not At End
            Add 1 To audit-read
            Move MA-Run-Id To exc-run-id
            Move MA-Output-Dsn To exc-dsn
            Perform Find-Index-Run-Id
            If Not run-id-matched
                Perform Find-Index-Dsn
                If dsn-matched
                    Add 1 To audit-superseded
                Else
                    Move Severity-Error To exc-severity
                    Move "NOINDEX" To exc-check
                    Move "AUDITED RUN HAS NO RENDER INDEX RECORD"
                        To exc-detail
                    Add 1 To noindex-count
                    Perform Write-Exception
                End-If
            End-If
    End-Read.

Check-Index-Entries.
    Perform Varying index-idx From 1 By 1 Until index-idx > index-count
        Move NT-Run-Id(index-idx) To exc-run-id
        Move NT-Dsn(index-idx)    To exc-dsn
        Evaluate NT-Status(index-idx)
            When "COMPLETED"
            When "ARCHIVED"
                Continue
            When "FAILED"
                Perform Find-Error-Reason
                If Not run-id-matched
                    Move Severity-Warning To exc-severity
                    Move "NOREASON" To exc-check
                    Move "FAILED RUN HAS NO REASON RECORDED IN MANDERR"
                        To exc-detail
                    Add 1 To noreason-count
                    Perform Write-Exception
                End-If
            When Other
                Move Severity-Warning To exc-severity
                Move "STUCK" To exc-check
                Move Spaces To exc-detail
                String "INDEX STATUS '" Delimited By Size
                       NT-Status(index-idx) Delimited By Size
                       "' NOT COMPLETED OR FAILED" Delimited By Size
                    Into exc-detail
                Add 1 To stuck-count
                Perform Write-Exception
        End-Evaluate
    End-Perform.

Find-Error-Reason.
    Move "N" To match-flag
    If NT-Run-Id(index-idx) Not = Spaces
        Perform Varying error-idx From 1 By 1
                Until error-idx > error-count Or run-id-matched
            If RT-Run-Id(error-idx) = NT-Run-Id(index-idx)
                Set run-id-matched To True
            End-If
        End-Perform
    End-If.

Check-Queue-Entries.
    Open Input Mandque-File
    Evaluate Mandque-Status
        When "00"
            Move "N" To eof-flag
            Perform Check-One-Queue-Record Until end-of-input
            Close Mandque-File
        When "35"
            Continue
        When Other
            Move "MANDQUE" To dataset-name
            Move Mandque-Status To dataset-status
            Perform Report-Dataset-Unavailable
    End-Evaluate.

Check-One-Queue-Record.
    Read Mandque-File
        At End
            Set end-of-input To True
        Not At End
            Add 1 To queue-read
            If QR-Status-Completed
                Move QR-Run-Id To exc-run-id
                Move QR-Output-Dsn To exc-dsn
                Perform Find-Index-Run-Id
                If Not run-id-matched
                    Perform Find-Index-Dsn
                    Move "QUEUE" To exc-check
                    If dsn-matched
                        Move Severity-Warning To exc-severity
                        Move "COMPLETED REQUEST SUPERSEDED BY A LATER RUN"
                            To exc-detail
                    Else
                        Move Severity-Error To exc-severity
                        Move "COMPLETED REQUEST RUN ID NOT IN RENDER INDEX"
                            To exc-detail
                    End-If
                    Add 1 To queue-count
                    Perform Write-Exception
                End-If
            End-If
    End-Read.

Find-Index-Run-Id.
    Move "N" To match-flag
    If exc-run-id Not = Spaces
        Perform Varying index-idx From 1 By 1
                Until index-idx > index-count Or run-id-matched
            If NT-Run-Id(index-idx) = exc-run-id
                Set run-id-matched To True
            End-If
        End-Perform
    End-If.

Find-Index-Dsn.
    Move "N" To dsn-flag
    Move 0 To found-idx
    Perform Varying index-idx From 1 By 1
            Until index-idx > index-count Or dsn-matched
        If NT-Dsn(index-idx) = exc-dsn
            Set dsn-matched To True
            Move index-idx To found-idx
        End-If
    End-Perform.

Check-Certifications.
    Move 0 To cert-dsn-count
    Open Input Mandcert-File
    Evaluate Mandcert-Status
        When "00"
            Move "N" To eof-flag
            Perform Check-One-Cert-Record Until end-of-input
            Close Mandcert-File
        When "35"
            Continue
        When Other
            Move "MANDCERT" To dataset-name
            Move Mandcert-Status To dataset-status
            Perform Report-Dataset-Unavailable
    End-Evaluate.

Check-One-Cert-Record.
    Read Mandcert-File
        At End
            Set end-of-input To True
        Not At End
            Add 1 To cert-read
            Move "N" To dsn-flag
            Perform Varying cert-dsn-idx From 1 By 1
                    Until cert-dsn-idx > cert-dsn-count Or dsn-matched
                If CD-Dsn(cert-dsn-idx) = CT-Output-Dsn
                    Set dsn-matched To True
                End-If
            End-Perform
            If Not dsn-matched
                If cert-dsn-count < Max-Cert-Dsns
                    Add 1 To cert-dsn-count
                    Move CT-Output-Dsn To CD-Dsn(cert-dsn-count)
                End-If
                Perform Probe-Certified-Dsn
            End-If
    End-Read.

Probe-Certified-Dsn.
    Move CT-Output-Dsn To Render-Dsn-WS
    Open Input Render-File
    If Render-Status = "00"
        Close Render-File
    Else
        Move CT-Run-Id To exc-run-id
        Move CT-Output-Dsn To exc-dsn
        Perform Find-Index-Dsn
        If dsn-matched And NT-Status(found-idx) = "ARCHIVED"
            Continue
        Else
            Move Severity-Warning To exc-severity
            Move "CERTDSN" To exc-check
            Move "CERTIFIED DSN NO LONGER EXISTS" To exc-detail
            Add 1 To certdsn-count
            Perform Write-Exception
        End-If
    End-If.

Report-Dataset-Unavailable.
    Move Severity-Severe To exc-severity
    Move "DATASET" To exc-check
    Move Spaces To exc-run-id
    Move dataset-name To exc-dsn
    Move Spaces To exc-detail
    String "UNABLE TO OPEN, STATUS " Delimited By Size
           dataset-status Delimited By Size
           ", CHECKS USING IT SKIPPED" Delimited By Size
        Into exc-detail
    Add 1 To dataset-count
    Perform Write-Exception.

Write-Exception.
    Evaluate exc-severity
        When 12
            Move "SEVERE" To XL-Severity
            Add 1 To severe-count
        When 8
            Move "ERROR" To XL-Severity
            Add 1 To error-sev-count
        When Other
            Move "WARNING" To XL-Severity
            Add 1 To warning-count
    End-Evaluate
    If exc-severity > worst-severity
        Move exc-severity To worst-severity
    End-If
    Move exc-check  To XL-Check
    Move exc-run-id To XL-Run-Id
    Move exc-dsn    To XL-Dsn
    Move exc-detail To XL-Detail
    Write Recnrpt-Record From exception-line.

Write-Summary.
    Move Spaces To report-line
    Write Recnrpt-Record From report-line
    Move audit-read To count-display
    Move Spaces To report-line
    String "AUDIT RECORDS READ:          " Delimited By Size
           count-display Delimited By Size
        Into report-line
    Write Recnrpt-Record From report-line
    Move audit-superseded To count-display
    Move Spaces To report-line
    String "  SUPERSEDED BY A LATER RUN: " Delimited By Size
           count-display Delimited By Size
        Into report-line
    Write Recnrpt-Record From report-line
    Move index-count To count-display
    Move Spaces To report-line
    String "INDEX RECORDS CHECKED:       " Delimited By Size
           count-display Delimited By Size
        Into report-line
    Write Recnrpt-Record From report-line
    Move queue-read To count-display
    Move Spaces To report-line
    String "QUEUE ENTRIES READ:          " Delimited By Size
           count-display Delimited By Size
        Into report-line
    Write Recnrpt-Record From report-line
    Move cert-read To count-display
    Move Spaces To report-line
    String "CERTIFICATIONS READ:         " Delimited By Size
           count-display Delimited By Size
        Into report-line
    Write Recnrpt-Record From report-line
    Move Spaces To report-line
    Write Recnrpt-Record From report-line
    Move noindex-count To count-display
    Move Spaces To report-line
    String "NOINDEX  AUDITED, NOT INDEXED:" Delimited By Size
           count-display Delimited By Size
        Into report-line
    Write Recnrpt-Record From report-line
    Move stuck-count To count-display
    Move Spaces To report-line
    String "STUCK    INDEX NOT SETTLED:   " Delimited By Size
           count-display Delimited By Size
        Into report-line
    Write Recnrpt-Record From report-line
    Move queue-count To count-display
    Move Spaces To report-line
    String "QUEUE    COMPLETED, UNINDEXED:" Delimited By Size
           count-display Delimited By Size
        Into report-line
    Write Recnrpt-Record From report-line
    Move certdsn-count To count-display
    Move Spaces To report-line
    String "CERTDSN  CERTIFIED, DSN GONE: " Delimited By Size
           count-display Delimited By Size
        Into report-line
    Write Recnrpt-Record From report-line
    Move noreason-count To count-display
    Move Spaces To report-line
    String "NOREASON FAILED, NO MANDERR:  " Delimited By Size
           count-display Delimited By Size
        Into report-line
    Write Recnrpt-Record From report-line
    Move dataset-count To count-display
    Move Spaces To report-line
    String "DATASET  UNAVAILABLE:         " Delimited By Size
           count-display Delimited By Size
        Into report-line
    Write Recnrpt-Record From report-line
    Move Spaces To report-line
    Write Recnrpt-Record From report-line
    Move warning-count To count-display
    Move Spaces To report-line
    String "WARNINGS (RC 4):              " Delimited By Size
           count-display Delimited By Size
        Into report-line
    Write Recnrpt-Record From report-line
    Move error-sev-count To count-display
    Move Spaces To report-line
    String "ERRORS (RC 8):                " Delimited By Size
           count-display Delimited By Size
        Into report-line
    Write Recnrpt-Record From report-line
    Move severe-count To count-display
    Move Spaces To report-line
    String "SEVERE (RC 12):               " Delimited By Size
           count-display Delimited By Size
        Into report-line
    Write Recnrpt-Record From report-line
    Move worst-severity To rc-display
    Move Spaces To report-line
    String "STEP RETURN CODE:                    " Delimited By Size
           rc-display Delimited By Size
        Into report-line
    Write Recnrpt-Record From report-line.
