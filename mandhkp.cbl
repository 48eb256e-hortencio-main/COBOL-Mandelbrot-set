        Organization Is Line Sequential
        File Status Is Hkprpt-Status.

    Select Render-File Assign To Dynamic Render-Dsn-WS
        Organization Is Line Sequential
        File Status Is Render-Status.

    Select Stat-File Assign To Dynamic Stat-Dsn-WS
        Organization Is Line Sequential
        File Status Is Stat-Status.

    Select Mandcert-File Assign To "MANDCERT"
        Organization Is Line Sequential
        File Status Is Mandcert-Status.

    Select Archive-File Assign To Dynamic Archive-Dsn-WS
        Organization Is Line Sequential
        File Status Is Archive-Status.

    Select Mandacat-File Assign To "MANDACAT"
        Organization Is Indexed
        Access Mode Is Random
        Record Key Is AC-Run-Id
        File Status Is Mandacat-Status.

Data Division.
File Section.
FD  Sysin-File.
        88 action-is-report Value "REPORT".
        88 action-is-purge  Value "PURGE".
    05 HK-Retention-Days PIC 9(3).
    05 HK-Archive-Prefix PIC X(20).

FD  Mandaudit-File.
01  Mandaudit-Record.
FD  Hkprpt-File.
01  Hkprpt-Record PIC X(132).

FD  Render-File.
01  Render-Record PIC X(201).

FD  Stat-File.
01  Stat-Record PIC X(12).

FD  Mandcert-File.
01  Mandcert-Record.
    05 CT-Check-Date PIC X(8).
    05 CT-Output-Dsn PIC X(44).
    05 Filler        PIC X(108).

FD  Archive-File.
01  Archive-Record.
    Copy arcrec.

FD  Mandacat-File.
01  Mandacat-Record.
    Copy acatrec.

Working-Storage Section.
01 Sysin-Status     PIC XX.
01 Mandaudit-Status PIC XX.
01 Mandndx-Status   PIC XX.
01 Probe-Status     PIC XX.
01 Hkprpt-Status    PIC XX.
01 Render-Status    PIC XX.
01 Stat-Status      PIC XX.
01 Mandcert-Status  PIC XX.
01 Archive-Status   PIC XX.
01 Mandacat-Status  PIC XX.

01 Probe-Dsn-WS PIC X(53).
01 Render-Dsn-WS  PIC X(44).
01 Stat-Dsn-WS    PIC X(53).
01 Archive-Dsn-WS PIC X(44).
01 archive-prefix PIC X(20).
01 Default-Archive-Prefix PIC X(20) Value "MANDARCH".
01 Hkp-Operator-Id PIC X(20).

01 eof-flag PIC X Value "N".
    88 end-of-audit Value "Y".
    88 base-render-expired Value "Y".
01 index-open-flag PIC X Value "N".
    88 index-is-open Value "Y".
01 catalog-open-flag PIC X Value "N".
    88 catalog-is-open Value "Y".
01 archive-flag PIC X Value "N".
    88 archive-has-failed Value "Y".
01 archive-message PIC X(80).
01 render-open-flag PIC X Value "N".
    88 render-is-open Value "Y".
01 render-eof-flag PIC X Value "N".
    88 end-of-render Value "Y".
01 stat-eof-flag PIC X Value "N".
    88 end-of-stat Value "Y".
01 cert-eof-flag PIC X Value "N".
    88 end-of-cert Value "Y".
01 index-run-id   PIC X(16).
01 archive-run-id PIC X(16).
01 render-format  PIC X(1).
    88 render-is-ascii  Value "A".
    88 render-is-ppm    Value "P".
    88 render-is-packed Value "Q".
01 completion-flag PIC X.
    88 render-is-completed Value "C".
    88 render-is-failed    Value "F".
    05 dsn-entry Occurs 2000 Times.
        10 DT-Dsn      PIC X(44).
        10 DT-Run-Date PIC X(8).
        10 DT-Run-Id   PIC X(16).
01 dsn-count     PIC S9(5) COMP-5 VALUE 0.
01 dsn-idx       PIC S9(5) COMP-5 VALUE 0.
01 dsn-found-idx PIC S9(5) COMP-5 VALUE 0.
01 delete-count  PIC 9(5) Value 0.
01 keep-count    PIC 9(5) Value 0.
01 purged-count  PIC 9(5) Value 0.
01 archived-count PIC 9(5) Value 0.
01 unarchived-count PIC 9(5) Value 0.

01 render-records PIC S9(9) COMP-5 VALUE 0.
01 stat-records   PIC S9(9) COMP-5 VALUE 0.
01 cert-records   PIC S9(9) COMP-5 VALUE 0.

01 ppm-width      PIC S9(9) COMP-5 VALUE 0.
01 row-pixels     PIC S9(9) COMP-5 VALUE 0.
01 pixel-red      PIC S9(3) COMP-5 VALUE 0.
01 pixel-green    PIC S9(3) COMP-5 VALUE 0.
01 pixel-blue     PIC S9(3) COMP-5 VALUE 0.
01 Pk-Tokens-Per-Record PIC S9(5) COMP-5 VALUE 15.
01 pk-record-buffer PIC X(195).
01 pk-token.
    05 PKT-Count PIC 9(4).
    05 PKT-Red   PIC 9(3).
    05 PKT-Green PIC 9(3).
    05 PKT-Blue  PIC 9(3).
01 pk-token-count PIC S9(5) COMP-5 VALUE 0.
01 pk-text-pos    PIC S9(5) COMP-5 VALUE 0.
01 pk-run-count   PIC S9(5) COMP-5 VALUE 0.
01 pk-run-red     PIC S9(3) COMP-5 VALUE 0.
01 pk-run-green   PIC S9(3) COMP-5 VALUE 0.
01 pk-run-blue    PIC S9(3) COMP-5 VALUE 0.

01 Ndx-Lock-Base  PIC X(44) Value "MANDNDX".
01 lock-try       PIC S9(5) COMP-5 VALUE 0.
01 Max-Lock-Tries PIC S9(5) COMP-5 VALUE 1000.
01 ndx-lock-flag  PIC X Value "N".
    88 ndx-lock-is-held Value "Y".

01 count-display PIC ZZZZ9.

01 report-line PIC X(132).
01 candidate-line.
    05 HL-Action  PIC X(7).
    05 Filler     PIC X(1) Value Spaces.
    05 HL-Dsn     PIC X(54).
    05 HL-Age     PIC ZZZ9.
    05 Filler     PIC X(6) Value " DAYS ".
        Move 8 To Return-Code
        Stop Run
    End-If
    Move HK-Archive-Prefix To archive-prefix
    If archive-prefix = Spaces
        Move Default-Archive-Prefix To archive-prefix
    End-If
    Display "USER" Upon Environment-Name
    Accept Hkp-Operator-Id From Environment-Value
    Compute today-int =
        Function Integer-Of-Date(Function Numval(
            Function Current-Date(1:8)))
    Perform Load-Audit-Trail
    Perform Open-Index-For-Lookup
    If action-is-purge
        Perform Open-Archive-Catalog
    End-If
    Open Output Hkprpt-File
    Perform Write-Report-Heading
    Perform Varying dsn-idx From 1 By 1 Until dsn-idx > dsn-count
    If index-is-open
        Close Mandndx-File
    End-If
    If catalog-is-open
        Close Mandacat-File
    End-If
    If action-is-purge
        Display "MANDHKP: " delete-count " candidate(s), "
            purged-count " file(s) purged, " archived-count
            " render(s) archived, see HKPRPT" Upon Console
    Else
        Display "MANDHKP: dry run, " delete-count
            " delete candidate(s) listed in HKPRPT" Upon Console
    End-If
    If unarchived-count > 0
        Display "MANDHKP: " unarchived-count " expired render(s) kept"
            " because the archive step failed" Upon Console
        Move 4 To Return-Code
    Else
        Move 0 To Return-Code
    End-If
    Stop Run.

Load-Audit-Trail.
                    Move MA-Run-Timestamp(1:8)
                        To DT-Run-Date(dsn-found-idx)
                End-If
                If MA-Run-Id Not = Spaces
                    Move MA-Run-Id To DT-Run-Id(dsn-found-idx)
                End-If
            Else
                If dsn-count < Max-Dsn-Entries
                    Add 1 To dsn-count
                    Move MA-Output-Dsn To DT-Dsn(dsn-count)
                    Move MA-Run-Timestamp(1:8) To DT-Run-Date(dsn-count)
                    Move MA-Run-Id To DT-Run-Id(dsn-count)
                Else
                    Add 1 To overflow-dsns
                End-If

Fetch-Completion-State.
    Set render-is-unknown To True
    Move Spaces To index-run-id
    If index-is-open
        Move DT-Dsn(dsn-idx) To IX-Output-Dsn
        Read Mandndx-File
            Invalid Key
                Continue
            Not Invalid Key
                Move IX-Run-Id To index-run-id
                If IX-Render-Completed Or IX-Render-Archived
                    Set render-is-completed To True
                End-If
                If IX-Render-Failed
        Else
            If age-days > HK-Retention-Days
                Set base-render-expired To True
                Move "N" To archive-flag
                If action-is-purge
                    Perform Archive-Expired-Render
                End-If
                If archive-has-failed
                    Move "render kept, archive step failed" To HL-Reason
                    Perform Report-Keep
                Else
                    Move "render output past the retention period"
                        To HL-Reason
                    Perform Report-Delete-Candidate
                End-If
            Else
                Move "render output within the retention period"
                    To HL-Reason
                Move "render in progress, in-use lock held"
                    To HL-Reason
                Perform Report-Keep
            When archive-has-failed
                Move "statistics kept, archive step failed"
                    To HL-Reason
                Perform Report-Keep
            When base-render-expired
                Move "statistics for an expired render output"
                    To HL-Reason
               count-display Delimited By Size
            Into report-line
        Write Hkprpt-Record From report-line
        Move Spaces To report-line
        Move archived-count To count-display
        String "RENDERS ARCHIVED:  " Delimited By Size
               count-display Delimited By Size
            Into report-line
        Write Hkprpt-Record From report-line
    End-If.

Open-Archive-Catalog.
    Move "N" To catalog-open-flag
    Open I-O Mandacat-File
    If Mandacat-Status = "35"
        Open Output Mandacat-File
        Close Mandacat-File
        Open I-O Mandacat-File
    End-If
    If Mandacat-Status = "00"
        Set catalog-is-open To True
    Else
        Display "MANDHKP: archive catalog unavailable, status "
            Mandacat-Status ", expired renders will be kept"
            Upon Console
    End-If.

Fail-Archive.
    Set archive-has-failed To True.

Archive-Expired-Render.
    Move "N" To archive-flag
    Move Spaces To archive-message
    If index-run-id Not = Spaces
        Move index-run-id To archive-run-id
    Else
        Move DT-Run-Id(dsn-idx) To archive-run-id
    End-If
    If archive-run-id = Spaces
        Move "no run id is known for the render" To archive-message
        Perform Fail-Archive
    End-If
    If Not archive-has-failed And Not catalog-is-open
        Move "archive catalog is unavailable" To archive-message
        Perform Fail-Archive
    End-If
    If Not archive-has-failed
        Move Spaces To Archive-Dsn-WS
        String Function Trim(archive-prefix) Delimited By Size
               "."                           Delimited By Size
               archive-run-id                Delimited By Space
            Into Archive-Dsn-WS
        Perform Write-Archive-Dataset
    End-If
    If Not archive-has-failed
        Perform Catalog-Archive-Entry
    End-If
    If Not archive-has-failed
        Perform Mark-Index-Archived
    End-If
    If archive-has-failed
        Add 1 To unarchived-count
        Display "MANDHKP: unable to archive "
            Function Trim(DT-Dsn(dsn-idx)) " - "
            Function Trim(archive-message) Upon Console
    Else
        Add 1 To archived-count
        Move "ARCHIVE" To HL-Action
        Move Archive-Dsn-WS To HL-Dsn
        Move age-days To HL-Age
        Move "render, statistics and certification archived"
            To HL-Reason
        Write Hkprpt-Record From candidate-line
    End-If.

Write-Archive-Dataset.
    Move 0 To render-records
    Move 0 To stat-records
    Move 0 To cert-records
    Move "N" To render-open-flag
    Move DT-Dsn(dsn-idx) To Render-Dsn-WS
    Open Input Render-File
    If Render-Status Not = "00"
        Move "unable to open the render for archiving"
            To archive-message
        Perform Fail-Archive
    Else
        Set render-is-open To True
        Read Render-File
            At End
                Move "render dataset is empty" To archive-message
                Perform Fail-Archive
            Not At End
                Evaluate True
                    When Render-Record(1:2) = "P3"
                        Set render-is-ppm To True
                    When Render-Record(1:2) = "PR"
                        Set render-is-packed To True
                    When Other
                        Set render-is-ascii To True
                End-Evaluate
        End-Read
    End-If
    If Not archive-has-failed
        Open Output Archive-File
        If Archive-Status Not = "00"
            Move "unable to open the archive dataset" To archive-message
            Perform Fail-Archive
        End-If
    End-If
    If render-is-open And archive-has-failed
        Close Render-File
    End-If
    If Not archive-has-failed
        Perform Write-Archive-Header
        If render-is-ppm
            Perform Pack-Ppm-Render
        Else
            Perform Copy-Render-Records
        End-If
        Close Render-File
        If Not archive-has-failed
            Perform Copy-Stat-Records
        End-If
        If Not archive-has-failed
            Perform Copy-Cert-Records
        End-If
        If Not archive-has-failed
            Perform Write-Archive-End
        End-If
        Close Archive-File
        If archive-has-failed
            Delete File Archive-File
        End-If
    End-If.

Write-Archive-Header.
    Move Spaces To Archive-Record
    Set AR-Type-Header To True
    Move DT-Dsn(dsn-idx)       To AH-Output-Dsn
    Move archive-run-id        To AH-Run-Id
    Move render-format         To AH-Render-Format
    Move Function Current-Date To AH-Archived-On
    Move Hkp-Operator-Id       To AH-Archived-By
    Perform Write-Archive-Record.

Write-Archive-End.
    Move Spaces To Archive-Record
    Set AR-Type-End To True
    Move render-records To AE-Render-Records
    Move stat-records   To AE-Stat-Records
    Move cert-records   To AE-Cert-Records
    Perform Write-Archive-Record.

Write-Archive-Record.
    Write Archive-Record
    If Archive-Status Not = "00"
        Move "unable to write the archive dataset" To archive-message
        Perform Fail-Archive
    End-If.

Write-Render-Archive-Record.
    Move Spaces To Archive-Record
    Set AR-Type-Render To True
    Move Render-Record To AR-Data
    Perform Write-Archive-Record
    Add 1 To render-records.

Copy-Render-Records.
    Perform Write-Render-Archive-Record
    Move "N" To render-eof-flag
    Perform Copy-One-Render-Record
        Until end-of-render Or archive-has-failed.

Copy-One-Render-Record.
    Read Render-File
        At End
            Set end-of-render To True
        Not At End
            Perform Write-Render-Archive-Record
    End-Read.

Pack-Ppm-Render.
    Move "PR" To Render-Record
    Perform Write-Render-Archive-Record
    Read Render-File
        At End
            Move "PPM render ends before the dimensions record"
                To archive-message
            Perform Fail-Archive
        Not At End
            Compute ppm-width = Function Numval(Render-Record(1:4))
            Perform Write-Render-Archive-Record
    End-Read
    If Not archive-has-failed And ppm-width Not Greater Than 0
        Move "PPM dimensions record is not positive" To archive-message
        Perform Fail-Archive
    End-If
    If Not archive-has-failed
        Read Render-File
            At End
                Move "PPM render ends before the maxval record"
                    To archive-message
                Perform Fail-Archive
            Not At End
                Perform Write-Render-Archive-Record
        End-Read
    End-If
    If Not archive-has-failed
        Move 0 To row-pixels
        Move 0 To pk-token-count
        Move 0 To pk-run-count
        Move Spaces To pk-record-buffer
        Move "N" To render-eof-flag
        Perform Pack-One-Ppm-Pixel
            Until end-of-render Or archive-has-failed
        If row-pixels > 0
            Perform Flush-Packed-Row
        End-If
    End-If.

Pack-One-Ppm-Pixel.
    Read Render-File
        At End
            Set end-of-render To True
        Not At End
            Compute pixel-red   = Function Numval(Render-Record(1:3))
            Compute pixel-green = Function Numval(Render-Record(5:3))
            Compute pixel-blue  = Function Numval(Render-Record(9:3))
            If pk-run-count > 0
            And pixel-red   = pk-run-red
            And pixel-green = pk-run-green
            And pixel-blue  = pk-run-blue
                Add 1 To pk-run-count
            Else
                If pk-run-count > 0
                    Perform Emit-Packed-Token
                End-If
                Move 1 To pk-run-count
                Move pixel-red   To pk-run-red
                Move pixel-green To pk-run-green
                Move pixel-blue  To pk-run-blue
            End-If
            Add 1 To row-pixels
            If row-pixels Not Less Than ppm-width
                Perform Flush-Packed-Row
            End-If
    End-Read.

Flush-Packed-Row.
    If pk-run-count > 0
        Perform Emit-Packed-Token
    End-If
    If pk-token-count > 0
        Perform Write-Packed-Archive-Record
    End-If
    Move 0 To pk-run-count
    Move 0 To row-pixels.

Emit-Packed-Token.
    Move pk-run-count To PKT-Count
    Move pk-run-red   To PKT-Red
    Move pk-run-green To PKT-Green
    Move pk-run-blue  To PKT-Blue
    Add 1 To pk-token-count
    Compute pk-text-pos = (pk-token-count - 1) * 13 + 1
    Move pk-token To pk-record-buffer(pk-text-pos:13)
    If pk-token-count Not Less Than Pk-Tokens-Per-Record
        Perform Write-Packed-Archive-Record
    End-If.

Write-Packed-Archive-Record.
    Move pk-record-buffer To Render-Record
    Perform Write-Render-Archive-Record
    Move 0 To pk-token-count
    Move Spaces To pk-record-buffer.

Copy-Stat-Records.
    Move Spaces To Stat-Dsn-WS
    String Function Trim(DT-Dsn(dsn-idx)) Delimited By Size
           ".STAT"                        Delimited By Size
        Into Stat-Dsn-WS
    Open Input Stat-File
    If Stat-Status = "00"
        Move "N" To stat-eof-flag
        Perform Copy-One-Stat-Record
            Until end-of-stat Or archive-has-failed
        Close Stat-File
    End-If.

Copy-One-Stat-Record.
    Read Stat-File
        At End
            Set end-of-stat To True
        Not At End
            Move Spaces To Archive-Record
            Set AR-Type-Stat To True
            Move Stat-Record To AR-Data
            Perform Write-Archive-Record
            Add 1 To stat-records
    End-Read.

Copy-Cert-Records.
    Open Input Mandcert-File
    If Mandcert-Status = "00"
        Move "N" To cert-eof-flag
        Perform Copy-One-Cert-Record
            Until end-of-cert Or archive-has-failed
        Close Mandcert-File
    End-If.

Copy-One-Cert-Record.
    Read Mandcert-File
        At End
            Set end-of-cert To True
        Not At End
            If CT-Output-Dsn = DT-Dsn(dsn-idx)
                Move Spaces To Archive-Record
                Set AR-Type-Cert To True
                Move Mandcert-Record To AR-Data
                Perform Write-Archive-Record
                Add 1 To cert-records
            End-If
    End-Read.

Catalog-Archive-Entry.
    Move Spaces To Mandacat-Record
    Move archive-run-id        To AC-Run-Id
    Move DT-Dsn(dsn-idx)       To AC-Output-Dsn
    Move Archive-Dsn-WS        To AC-Archive-Dsn
    Move render-format         To AC-Render-Format
    Move Function Current-Date To AC-Archived-On
    Move Hkp-Operator-Id       To AC-Archived-By
    Move render-records        To AC-Render-Records
    Move stat-records          To AC-Stat-Records
    Move cert-records          To AC-Cert-Records
    Set AC-Status-Archived     To True
    Write Mandacat-Record
        Invalid Key
            Rewrite Mandacat-Record
                Invalid Key
                    Move "unable to record the archive in the catalog"
                        To archive-message
                    Perform Fail-Archive
            End-Rewrite
    End-Write.

Mark-Index-Archived.
    Perform Take-Ndx-Lock
    If index-is-open
        Close Mandndx-File
        Move "N" To index-open-flag
    End-If
    Open I-O Mandndx-File
    If Mandndx-Status Not = "00"
        Move "render index unavailable, archive not recorded"
            To archive-message
        Perform Fail-Archive
    Else
        Move DT-Dsn(dsn-idx) To IX-Output-Dsn
        Read Mandndx-File
            Invalid Key
                Display "MANDHKP: " Function Trim(DT-Dsn(dsn-idx))
                    " has no index record, archive is in the catalog"
                    " only" Upon Console
            Not Invalid Key
                Set IX-Render-Archived To True
                Move Archive-Dsn-WS To IX-Archive-Dsn
                Rewrite Mandndx-Record
                    Invalid Key
                        Move "unable to mark the index record ARCHIVED"
                            To archive-message
                        Perform Fail-Archive
                End-Rewrite
        End-Read
        Close Mandndx-File
    End-If
    Perform Free-Ndx-Lock
    Perform Open-Index-For-Lookup.

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
