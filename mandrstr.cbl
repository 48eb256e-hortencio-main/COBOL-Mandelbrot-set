Identification Division.
Program-ID. MANDRSTR.

Environment Division.
Input-Output Section.
File-Control.
    Select Sysin-File Assign To "SYSIN"
        Organization Is Line Sequential
        File Status Is Sysin-Status.

    Select Mandacat-File Assign To "MANDACAT"
        Organization Is Indexed
        Access Mode Is Dynamic
        Record Key Is AC-Run-Id
        File Status Is Mandacat-Status.

    Select Archive-File Assign To Dynamic Archive-Dsn-WS
        Organization Is Line Sequential
        File Status Is Archive-Status.

    Select Render-File Assign To Dynamic Render-Dsn-WS
        Organization Is Line Sequential
        File Status Is Render-Status.

    Select Stat-File Assign To Dynamic Stat-Dsn-WS
        Organization Is Line Sequential
        File Status Is Stat-Status.

    Select Mandndx-File Assign To "MANDNDX"
        Organization Is Indexed
        Access Mode Is Random
        Record Key Is IX-Output-Dsn
        File Status Is Mandndx-Status.

    Select Mandcert-File Assign To "MANDCERT"
        Organization Is Line Sequential
        File Status Is Mandcert-Status.

    Select Chkcard-File Assign To "CHKCARD"
        Organization Is Line Sequential
        File Status Is Chkcard-Status.

Data Division.
File Section.
FD  Sysin-File.
01  Sysin-Record.
    05 RS-Action     PIC X(8).
        88 action-is-restore Value "RESTORE" Spaces.
        88 action-is-verify  Value "VERIFY".
    05 RS-Run-Id     PIC X(16).
    05 RS-Output-Dsn PIC X(44).

FD  Mandacat-File.
01  Mandacat-Record.
    Copy acatrec.

FD  Archive-File.
01  Archive-Record.
    Copy arcrec.

FD  Render-File.
01  Render-Record PIC X(201).
01  Render-Pixel-Record.
    05 RP-Red   PIC ZZ9.
    05 RP-Sp1   PIC X.
    05 RP-Green PIC ZZ9.
    05 RP-Sp2   PIC X.
    05 RP-Blue  PIC ZZ9.

FD  Stat-File.
01  Stat-Record PIC X(12).

FD  Mandndx-File.
01  Mandndx-Record.
    Copy ndxrec.

FD  Mandcert-File.
01  Mandcert-Record.
    05 CT-Check-Date   PIC X(8).
    05 CT-Output-Dsn   PIC X(44).
    05 CT-Result       PIC X(4).
    05 CT-Row-Count    PIC X(4).
    05 CT-Col-Count    PIC X(4).
    05 CT-Message      PIC X(80).
    05 CT-Run-Id       PIC X(16).

FD  Chkcard-File.
01  Chkcard-Record.
    05 CK-Output-Dsn   PIC X(44).

Working-Storage Section.
01 Sysin-Status    PIC XX.
01 Mandacat-Status PIC XX.
01 Archive-Status  PIC XX.
01 Render-Status   PIC XX.
01 Stat-Status     PIC XX.
01 Mandndx-Status  PIC XX.
01 Mandcert-Status PIC XX.
01 Chkcard-Status  PIC XX.

01 Archive-Dsn-WS  PIC X(44).
01 Render-Dsn-WS   PIC X(44).
01 Stat-Dsn-WS     PIC X(53).
01 Rstr-Operator-Id PIC X(20).

01 restore-flag PIC X Value "N".
    88 restore-has-failed Value "Y".
01 restore-message PIC X(80).
01 entry-flag PIC X Value "N".
    88 entry-was-found Value "Y".
01 scan-eof-flag PIC X Value "N".
    88 end-of-catalog Value "Y".
01 archive-eof-flag PIC X Value "N".
    88 end-of-archive Value "Y".
01 cert-eof-flag PIC X Value "N".
    88 end-of-cert Value "Y".
01 render-open-flag PIC X Value "N".
    88 render-is-open Value "Y".
01 stat-open-flag PIC X Value "N".
    88 stat-is-open Value "Y".
01 end-flag PIC X Value "N".
    88 end-record-was-read Value "Y".
01 render-lock-flag PIC X Value "N".
    88 render-lock-is-held Value "Y".
01 original-flag PIC X Value "N".
    88 original-cert-was-found Value "Y".
01 restored-flag PIC X Value "N".
    88 restored-cert-was-found Value "Y".

01 found-run-id     PIC X(16).
01 found-archived-on PIC X(21).
01 archive-format   PIC X(1).
    88 archive-is-ppm Value "P".

01 render-records PIC S9(9) COMP-5 VALUE 0.
01 stat-records   PIC S9(9) COMP-5 VALUE 0.
01 cert-records   PIC S9(9) COMP-5 VALUE 0.
01 pixels-written PIC S9(9) COMP-5 VALUE 0.
01 count-display  PIC ZZZZZZZZ9.

01 Packed-Tokens-Per-Record PIC S9(5) COMP-5 VALUE 15.
01 token-idx       PIC S9(5) COMP-5 VALUE 0.
01 token-pos       PIC S9(5) COMP-5 VALUE 0.
01 token-view.
    05 TK-Count PIC X(4).
    05 TK-Red   PIC X(3).
    05 TK-Green PIC X(3).
    05 TK-Blue  PIC X(3).
01 token-done-flag PIC X Value "N".
    88 no-more-tokens Value "Y".
01 run-count    PIC S9(5) COMP-5 VALUE 0.
01 run-idx      PIC S9(5) COMP-5 VALUE 0.

01 original-cert.
    05 OC-Check-Date   PIC X(8).
    05 OC-Output-Dsn   PIC X(44).
    05 OC-Result       PIC X(4).
    05 OC-Row-Count    PIC X(4).
    05 OC-Col-Count    PIC X(4).
    05 OC-Message      PIC X(80).
    05 OC-Run-Id       PIC X(16).
01 restored-cert.
    05 NC-Check-Date   PIC X(8).
    05 NC-Output-Dsn   PIC X(44).
    05 NC-Result       PIC X(4).
    05 NC-Row-Count    PIC X(4).
    05 NC-Col-Count    PIC X(4).
    05 NC-Message      PIC X(80).
    05 NC-Run-Id       PIC X(16).

01 Ndx-Lock-Base  PIC X(44) Value "MANDNDX".
01 lock-try       PIC S9(5) COMP-5 VALUE 0.
01 Max-Lock-Tries PIC S9(5) COMP-5 VALUE 1000.
01 ndx-lock-flag  PIC X Value "N".
    88 ndx-lock-is-held Value "Y".

Procedure Division.
Main-Paragraph.
    Open Input Sysin-File
    Read Sysin-File
        At End
            Display "MANDRSTR: no control card on SYSIN" Upon Console
            Move 1 To Return-Code
            Close Sysin-File
            Stop Run
    End-Read
    Close Sysin-File
    If Not action-is-restore And Not action-is-verify
        Display "MANDRSTR: action must be RESTORE or VERIFY"
            Upon Console
        Move 8 To Return-Code
        Stop Run
    End-If
    If RS-Run-Id = Spaces And RS-Output-Dsn = Spaces
        Display "MANDRSTR: control card names neither a run id nor"
            " an output DSN" Upon Console
        Move 8 To Return-Code
        Stop Run
    End-If
    Display "USER" Upon Environment-Name
    Accept Rstr-Operator-Id From Environment-Value
    Open I-O Mandacat-File
    If Mandacat-Status Not = "00"
        Display "MANDRSTR: unable to open archive catalog, status "
            Mandacat-Status Upon Console
        Move 12 To Return-Code
        Stop Run
    End-If
    Perform Locate-Catalog-Entry
    If Not entry-was-found
        Display "MANDRSTR: no archive catalog entry for "
            Function Trim(RS-Run-Id) " " Function Trim(RS-Output-Dsn)
            Upon Console
        Close Mandacat-File
        Move 8 To Return-Code
        Stop Run
    End-If
    Move AC-Archive-Dsn To Archive-Dsn-WS
    Move AC-Output-Dsn  To Render-Dsn-WS
    Move Spaces To Stat-Dsn-WS
    String Function Trim(AC-Output-Dsn) Delimited By Size
           ".STAT"                      Delimited By Size
        Into Stat-Dsn-WS
    If action-is-restore
        Perform Restore-Archived-Render
    Else
        Perform Verify-Restored-Render
    End-If
    Close Mandacat-File
    Stop Run.

Locate-Catalog-Entry.
    Move "N" To entry-flag
    If RS-Run-Id Not = Spaces
        Move RS-Run-Id To AC-Run-Id
        Read Mandacat-File
            Invalid Key
                Continue
            Not Invalid Key
                If RS-Output-Dsn = Spaces
                Or RS-Output-Dsn = AC-Output-Dsn
                    Set entry-was-found To True
                End-If
        End-Read
    Else
        Move Spaces To found-run-id
        Move Spaces To found-archived-on
        Move Low-Values To AC-Run-Id
        Start Mandacat-File Key Not Less Than AC-Run-Id
            Invalid Key
                Set end-of-catalog To True
            Not Invalid Key
                Move "N" To scan-eof-flag
        End-Start
        Perform Scan-One-Catalog-Entry Until end-of-catalog
        If found-run-id Not = Spaces
            Move found-run-id To AC-Run-Id
            Read Mandacat-File
                Invalid Key
                    Continue
                Not Invalid Key
                    Set entry-was-found To True
            End-Read
        End-If
    End-If.

Scan-One-Catalog-Entry.
    Read Mandacat-File Next
        At End
            Set end-of-catalog To True
        Not At End
            If AC-Output-Dsn = RS-Output-Dsn
            And AC-Archived-On > found-archived-on
                Move AC-Run-Id      To found-run-id
                Move AC-Archived-On To found-archived-on
            End-If
    End-Read.

Fail-Restore.
    Set restore-has-failed To True.

Restore-Archived-Render.
    Move "N" To restore-flag
    Move "N" To render-lock-flag
    Call "LOKTAKE" Using Render-Dsn-WS
    If Return-Code = 0
        Set render-lock-is-held To True
    Else
        Move "output DSN is in use by another job" To restore-message
        Perform Fail-Restore
    End-If
    If Not restore-has-failed
        Open Input Render-File
        If Render-Status = "00"
            Close Render-File
            Move "output DSN already exists, it will not be overwritten"
                To restore-message
            Perform Fail-Restore
        End-If
    End-If
    If Not restore-has-failed
        Perform Unload-Archive-Dataset
    End-If
    If Not restore-has-failed
        Perform Reset-Index-Record
        Perform Mark-Catalog-Restored
        Perform Write-Check-Card
    End-If
    If render-lock-is-held
        Call "LOKFREE" Using Render-Dsn-WS
        Move "N" To render-lock-flag
    End-If
    If restore-has-failed
        Display "MANDRSTR: restore of " Function Trim(AC-Output-Dsn)
            " failed - " Function Trim(restore-message) Upon Console
        Move 8 To Return-Code
    Else
        Move render-records To count-display
        Display "MANDRSTR: " Function Trim(AC-Output-Dsn)
            " restored from " Function Trim(AC-Archive-Dsn) ", "
            Function Trim(count-display) " render record(s)"
            Upon Console
        Display "MANDRSTR: MANDCHECK card written to CHKCARD, run"
            " VERIFY after the check step" Upon Console
        Move 0 To Return-Code
    End-If.

Unload-Archive-Dataset.
    Move 0 To render-records
    Move 0 To stat-records
    Move 0 To cert-records
    Move 0 To pixels-written
    Move "N" To render-open-flag
    Move "N" To stat-open-flag
    Move "N" To end-flag
    Open Input Archive-File
    If Archive-Status Not = "00"
        Move "unable to open the archive dataset" To restore-message
        Perform Fail-Restore
    Else
        Read Archive-File
            At End
                Move "archive dataset is empty" To restore-message
                Perform Fail-Restore
            Not At End
                If Not AR-Type-Header
                Or AH-Output-Dsn Not = AC-Output-Dsn
                Or AH-Run-Id Not = AC-Run-Id
                    Move "archive HEADER does not match the catalog entry"
                        To restore-message
                    Perform Fail-Restore
                Else
                    Move AH-Render-Format To archive-format
                End-If
        End-Read
        If Not restore-has-failed
            Open Output Render-File
            If Render-Status Not = "00"
                Move "unable to open the output DSN" To restore-message
                Perform Fail-Restore
            Else
                Set render-is-open To True
            End-If
        End-If
        If Not restore-has-failed
            Move "N" To archive-eof-flag
            Perform Unload-One-Archive-Record
                Until end-of-archive Or end-record-was-read
                    Or restore-has-failed
        End-If
        If Not restore-has-failed And Not end-record-was-read
            Move "archive dataset has no END record" To restore-message
            Perform Fail-Restore
        End-If
        If Not restore-has-failed
            If AE-Render-Records Not = render-records
            Or AE-Stat-Records Not = stat-records
            Or AE-Cert-Records Not = cert-records
                Move "restored record counts do not match the archive END record"
                    To restore-message
                Perform Fail-Restore
            End-If
        End-If
        Close Archive-File
    End-If
    If render-is-open
        Close Render-File
        If restore-has-failed
            Delete File Render-File
        End-If
    End-If
    If stat-is-open
        Close Stat-File
        If restore-has-failed
            Delete File Stat-File
        End-If
    End-If.

Unload-One-Archive-Record.
    Read Archive-File
        At End
            Set end-of-archive To True
        Not At End
            Evaluate True
                When AR-Type-Render
                    Perform Restore-Render-Record
                When AR-Type-Stat
                    Perform Restore-Stat-Record
                When AR-Type-Cert
                    Add 1 To cert-records
                When AR-Type-End
                    Set end-record-was-read To True
                When Other
                    Move "archive dataset holds an unknown record type"
                        To restore-message
                    Perform Fail-Restore
            End-Evaluate
    End-Read.

Restore-Render-Record.
    Add 1 To render-records
    If archive-is-ppm And render-records > 3
        Perform Expand-Packed-Record
    Else
        If archive-is-ppm And render-records = 1
            Move "P3" To Render-Record
        Else
            Move AR-Data To Render-Record
        End-If
        Write Render-Record
        If Render-Status Not = "00"
            Move "unable to write the output DSN" To restore-message
            Perform Fail-Restore
        End-If
    End-If.

Expand-Packed-Record.
    Move "N" To token-done-flag
    Perform Varying token-idx From 1 By 1
            Until token-idx > Packed-Tokens-Per-Record
                Or no-more-tokens Or restore-has-failed
        Compute token-pos = (token-idx - 1) * 13 + 1
        Move AR-Data(token-pos:13) To token-view
        If token-view = Spaces
            Set no-more-tokens To True
        Else
            Perform Expand-One-Token
        End-If
    End-Perform.

Expand-One-Token.
    If TK-Count Not Numeric Or TK-Red Not Numeric
    Or TK-Green Not Numeric Or TK-Blue Not Numeric
        Move "archived pixel record holds a malformed run token"
            To restore-message
        Perform Fail-Restore
    Else
        Compute run-count = Function Numval(TK-Count)
        Move Function Numval(TK-Red)   To RP-Red
        Move Space                     To RP-Sp1
        Move Function Numval(TK-Green) To RP-Green
        Move Space                     To RP-Sp2
        Move Function Numval(TK-Blue)  To RP-Blue
        Perform Varying run-idx From 1 By 1 Until run-idx > run-count
            Write Render-Pixel-Record
            Add 1 To pixels-written
        End-Perform
        If Render-Status Not = "00"
            Move "unable to write the output DSN" To restore-message
            Perform Fail-Restore
        End-If
    End-If.

Restore-Stat-Record.
    If Not stat-is-open
        Open Output Stat-File
        If Stat-Status = "00"
            Set stat-is-open To True
        Else
            Move "unable to open the statistics dataset"
                To restore-message
            Perform Fail-Restore
        End-If
    End-If
    If stat-is-open
        Move AR-Data To Stat-Record
        Write Stat-Record
        Add 1 To stat-records
    End-If.

Reset-Index-Record.
    Perform Take-Ndx-Lock
    Open I-O Mandndx-File
    If Mandndx-Status Not = "00"
        Display "MANDRSTR: unable to open render index, status "
            Mandndx-Status ", index not updated" Upon Console
    Else
        Move AC-Output-Dsn To IX-Output-Dsn
        Read Mandndx-File
            Invalid Key
                Display "MANDRSTR: " Function Trim(AC-Output-Dsn)
                    " has no index record, MANDCHECK will create one"
                    Upon Console
            Not Invalid Key
                Set IX-Render-Completed To True
                Move Spaces To IX-Archive-Dsn
                Move Spaces To IX-Cert-Result
                Move Spaces To IX-Cert-Date
                Move Spaces To IX-Cert-Message
                Rewrite Mandndx-Record
                End-Rewrite
        End-Read
        Close Mandndx-File
    End-If
    Perform Free-Ndx-Lock.

Mark-Catalog-Restored.
    Set AC-Status-Restored To True
    Move Function Current-Date To AC-Restored-On
    Move Rstr-Operator-Id      To AC-Restored-By
    Move Spaces                To AC-Verify-Result
    Rewrite Mandacat-Record
        Invalid Key
            Display "MANDRSTR: unable to mark catalog entry "
                AC-Run-Id " RESTORED" Upon Console
    End-Rewrite.

Write-Check-Card.
    Open Output Chkcard-File
    If Chkcard-Status Not = "00"
        Display "MANDRSTR: unable to open CHKCARD, status "
            Chkcard-Status Upon Console
    Else
        Move AC-Output-Dsn To CK-Output-Dsn
        Write Chkcard-Record
        Close Chkcard-File
    End-If.

Verify-Restored-Render.
    If Not AC-Status-Restored
        Display "MANDRSTR: " Function Trim(AC-Output-Dsn)
            " has not been restored from " Function Trim(AC-Archive-Dsn)
            Upon Console
        Move 8 To Return-Code
    Else
        Perform Find-Original-Certification
        Perform Find-Restored-Certification
        Perform Compare-Certifications
    End-If.

Find-Original-Certification.
    Move "N" To original-flag
    Open Input Archive-File
    If Archive-Status = "00"
        Move "N" To archive-eof-flag
        Perform Scan-One-Archive-Cert Until end-of-archive
        Close Archive-File
    End-If.

Scan-One-Archive-Cert.
    Read Archive-File
        At End
            Set end-of-archive To True
        Not At End
            If AR-Type-Cert
                Move AR-Data To original-cert
                Set original-cert-was-found To True
            End-If
    End-Read.

Find-Restored-Certification.
    Move "N" To restored-flag
    Open Input Mandcert-File
    If Mandcert-Status = "00"
        Move "N" To cert-eof-flag
        Perform Scan-One-Cert-Record Until end-of-cert
        Close Mandcert-File
    End-If.

Scan-One-Cert-Record.
    Read Mandcert-File
        At End
            Set end-of-cert To True
        Not At End
            If CT-Output-Dsn = AC-Output-Dsn
            And CT-Check-Date Not Less Than AC-Restored-On(1:8)
                Move Mandcert-Record To restored-cert
                Set restored-cert-was-found To True
            End-If
    End-Read.

Compare-Certifications.
    Evaluate True
        When Not restored-cert-was-found
            Move "NOCHECK" To AC-Verify-Result
            Display "MANDRSTR: no MANDCHECK certification found for "
                Function Trim(AC-Output-Dsn) " since it was restored"
                Upon Console
            Move 4 To Return-Code
        When NC-Result Not = "PASS"
            Move "MISMATCH" To AC-Verify-Result
            Display "MANDRSTR: restored " Function Trim(AC-Output-Dsn)
                " failed MANDCHECK - " Function Trim(NC-Message)
                Upon Console
            Move 8 To Return-Code
        When original-cert-was-found
         And (NC-Row-Count Not = OC-Row-Count
          Or NC-Col-Count Not = OC-Col-Count)
            Move "MISMATCH" To AC-Verify-Result
            Display "MANDRSTR: restored " Function Trim(AC-Output-Dsn)
                " is " NC-Row-Count " x " NC-Col-Count
                ", original was " OC-Row-Count " x " OC-Col-Count
                Upon Console
            Move 8 To Return-Code
        When Other
            Move "MATCHED" To AC-Verify-Result
            If original-cert-was-found
                Display "MANDRSTR: restored " Function Trim(AC-Output-Dsn)
                    " passed MANDCHECK and matches the certification of "
                    OC-Check-Date Upon Console
            Else
                Display "MANDRSTR: restored " Function Trim(AC-Output-Dsn)
                    " passed MANDCHECK, no original certification was"
                    " archived" Upon Console
            End-If
            Move 0 To Return-Code
    End-Evaluate
    Rewrite Mandacat-Record
        Invalid Key
            Display "MANDRSTR: unable to record the verify result for "
                AC-Run-Id Upon Console
    End-Rewrite.

Take-Ndx-Lock.
    Move "N" To ndx-lock-flag
    Move 0 To lock-try
    Perform Try-Ndx-Lock-Once
        Until ndx-lock-is-held Or lock-try Not Less Than Max-Lock-Tries.

Try-Ndx-Lock-Once.
    Add 1 To lock-try
    Call "LOKTAKE" Using Ndx-Lock-Base
    If Return-Code = 0
        Set ndx-lock-is-held To True
    End-If.

Free-Ndx-Lock.
    If ndx-lock-is-held
        Call "LOKFREE" Using Ndx-Lock-Base
        Move "N" To ndx-lock-flag
    End-If.
