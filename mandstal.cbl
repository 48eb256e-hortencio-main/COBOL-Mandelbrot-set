Identification Division.
Program-ID. MANDSTAL.

Environment Division.
Input-Output Section.
File-Control.
    Select Mandndx-File Assign To "MANDNDX"
        Organization Is Indexed
        Access Mode Is Dynamic
        Record Key Is IX-Output-Dsn
        File Status Is Mandndx-Status.

    Select Region-File Assign To "MANDRGN"
        Organization Is Indexed
        Access Mode Is Random
        Record Key Is RG-Name
        File Status Is Region-Status.

    Select Rgnhist-File Assign To "MANDRGNH"
        Organization Is Line Sequential
        File Status Is Rgnhist-Status.

    Select Stalrpt-File Assign To "STALRPT"
        Organization Is Line Sequential
        File Status Is Stalrpt-Status.

Data Division.
File Section.
FD  Mandndx-File.
01  Mandndx-Record.
    Copy ndxrec.

FD  Region-File.
01  Region-Record.
    Copy rgnrec.

FD  Rgnhist-File.
01  Rgnhist-Record.
    Copy rgnhist.

FD  Stalrpt-File.
01  Stalrpt-Record PIC X(132).

Working-Storage Section.
01 Mandndx-Status PIC XX.
01 Region-Status  PIC XX.
01 Rgnhist-Status PIC XX.
01 Stalrpt-Status PIC XX.

01 scan-eof-flag PIC X Value "N".
    88 end-of-index Value "Y".
01 hist-eof-flag PIC X Value "N".
    88 end-of-history Value "Y".
01 stale-flag    PIC X Value "N".
    88 render-is-stale Value "Y".
01 current-flag  PIC X Value "N".
    88 region-is-current Value "Y".
    88 region-is-deleted Value "D".

01 Max-History-Entries PIC S9(5) COMP-5 VALUE 2000.
01 history-table.
    05 history-entry Occurs 2000 Times.
        10 HT-Name           PIC X(16).
        10 HT-Action         PIC X(8).
        10 HT-Before-Version PIC 9(5).
        10 HT-After-Version  PIC 9(5).
        10 HT-Timestamp      PIC X(21).
        10 HT-Operator-Id    PIC X(20).
        10 HT-After-Image.
            Copy rgnrec Replacing ==05== By ==15==
                         Leading  ==RG== By ==HA==.
01 history-count    PIC S9(5) COMP-5 VALUE 0.
01 history-idx      PIC S9(5) COMP-5 VALUE 0.
01 history-overflow PIC S9(5) COMP-5 VALUE 0.
01 image-idx        PIC S9(5) COMP-5 VALUE 0.
01 change-idx       PIC S9(5) COMP-5 VALUE 0.
01 overflow-display PIC ZZZZ9.

01 check-name       PIC X(16).
01 check-version    PIC 9(5).
01 current-version  PIC 9(5).

01 index-count      PIC 9(7) Value 0.
01 sourced-count    PIC 9(7) Value 0.
01 stale-count      PIC 9(7) Value 0.

01 report-line PIC X(132).
01 title-line.
    05 Filler       PIC X(47)
        Value "STALE RENDER REPORT - SOURCE REGION HAS CHANGED".
    05 Filler       PIC X(10) Value "  RUN ON ".
    05 TL-Run-Date  PIC X(8).
01 heading-line.
    05 Filler PIC X(45) Value "OUTPUT DSN".
    05 Filler PIC X(9)  Value "FRAME-ID".
    05 Filler PIC X(17) Value "REGION".
    05 Filler PIC X(6)  Value " USED".
    05 Filler PIC X(8)  Value "    NOW".
    05 Filler PIC X(9)  Value "CHANGED".
    05 Filler PIC X(21) Value "CHANGED BY".
    05 Filler PIC X(9)  Value "STATUS".
01 detail-line.
    05 DL-Output-Dsn PIC X(44).
    05 Filler        PIC X(1) Value Spaces.
    05 DL-Frame-Id   PIC X(8).
    05 Filler        PIC X(1) Value Spaces.
    05 DL-Region     PIC X(16).
    05 Filler        PIC X(1) Value Spaces.
    05 DL-Used       PIC ZZZZ9.
    05 Filler        PIC X(1) Value Spaces.
    05 DL-Now        PIC X(7).
    05 Filler        PIC X(1) Value Spaces.
    05 DL-Changed-On PIC X(8).
    05 Filler        PIC X(1) Value Spaces.
    05 DL-Changed-By PIC X(20).
    05 Filler        PIC X(1) Value Spaces.
    05 DL-Status     PIC X(9).
01 now-version-edit  PIC ZZZZZZ9.
01 bounds-line.
    05 Filler        PIC X(2) Value Spaces.
    05 BL-Label      PIC X(4).
    05 Filler        PIC X(5) Value "REAL ".
    05 BL-Real-Min   PIC S9(3)V9(15) SIGN LEADING SEPARATE.
    05 Filler        PIC X(1) Value Spaces.
    05 BL-Real-Max   PIC S9(3)V9(15) SIGN LEADING SEPARATE.
    05 Filler        PIC X(6) Value " IMAG ".
    05 BL-Imag-Min   PIC S9(3)V9(15) SIGN LEADING SEPARATE.
    05 Filler        PIC X(1) Value Spaces.
    05 BL-Imag-Max   PIC S9(3)V9(15) SIGN LEADING SEPARATE.
    05 Filler        PIC X(6) Value " STEP ".
    05 BL-Step-Size  PIC S9(3)V9(15) SIGN LEADING SEPARATE.
    05 Filler        PIC X(6) Value " ITER ".
    05 BL-Max-Iter   PIC 9(3).
01 requester-line.
    05 Filler        PIC X(2) Value Spaces.
    05 Filler        PIC X(10) Value "REQUESTER ".
    05 RL-Requester  PIC X(20).
    05 Filler        PIC X(8) Value " RUN ID ".
    05 RL-Run-Id     PIC X(16).
    05 Filler        PIC X(9) Value " RUN AT ".
    05 RL-Run-At     PIC X(21).
01 summary-line.
    05 Filler        PIC X(20) Value "INDEX RECORDS READ ".
    05 SL-Index      PIC ZZZZZZ9.
    05 Filler        PIC X(24) Value ", FROM CATALOG REGIONS ".
    05 SL-Sourced    PIC ZZZZZZ9.
    05 Filler        PIC X(16) Value ", STALE RENDERS ".
    05 SL-Stale      PIC ZZZZZZ9.

Procedure Division.
Main-Paragraph.
    Open Input Mandndx-File
    If Mandndx-Status Not = "00"
        Display "MANDSTAL: unable to open render index, status "
            Mandndx-Status Upon Console
        Move 12 To Return-Code
        Stop Run
    End-If
    Open Input Region-File
    If Region-Status Not = "00"
        Display "MANDSTAL: unable to open region catalog, status "
            Region-Status Upon Console
        Close Mandndx-File
        Move 12 To Return-Code
        Stop Run
    End-If
    Perform Load-Region-History
    Open Output Stalrpt-File
    If Stalrpt-Status Not = "00"
        Display "MANDSTAL: unable to open STALRPT, status "
            Stalrpt-Status Upon Console
        Close Mandndx-File
        Close Region-File
        Move 12 To Return-Code
        Stop Run
    End-If
    Perform Write-Report-Heading
    Move Low-Values To IX-Output-Dsn
    Start Mandndx-File Key Not Less Than IX-Output-Dsn
        Invalid Key
            Set end-of-index To True
        Not Invalid Key
            Move "N" To scan-eof-flag
    End-Start
    Perform Check-One-Index-Record Until end-of-index
    Perform Write-Report-Summary
    Close Stalrpt-File
    Close Region-File
    Close Mandndx-File
    If stale-count > 0
        Display "MANDSTAL: " stale-count " render(s) made from a region"
            " that has since changed, see STALRPT" Upon Console
        Move 4 To Return-Code
    Else
        Display "MANDSTAL: no stale renders, " sourced-count
            " render(s) checked against the region catalog"
            Upon Console
        Move 0 To Return-Code
    End-If
    Stop Run.

Load-Region-History.
    Move 0 To history-count
    Move 0 To history-overflow
    Open Input Rgnhist-File
    If Rgnhist-Status = "00"
        Move "N" To hist-eof-flag
        Perform Load-One-History-Record Until end-of-history
        Close Rgnhist-File
    Else
        Display "MANDSTAL: no region history available, status "
            Rgnhist-Status Upon Console
    End-If
    If history-overflow > 0
        Move history-overflow To overflow-display
        Display "MANDSTAL: region history holds more changes than the"
            " history table, " overflow-display " change(s) not loaded"
            Upon Console
    End-If.

Load-One-History-Record.
    Read Rgnhist-File
        At End
            Set end-of-history To True
        Not At End
            If history-count < Max-History-Entries
                Add 1 To history-count
                Perform Store-One-History-Entry
            Else
                Add 1 To history-overflow
            End-If
    End-Read.

Store-One-History-Entry.
    Move RH-Region-Name To HT-Name(history-count)
    Move RH-Action      To HT-Action(history-count)
    Move RH-Timestamp   To HT-Timestamp(history-count)
    Move RH-Operator-Id To HT-Operator-Id(history-count)
    Move RH-After-Image To HT-After-Image(history-count)
    If RB-Version Numeric
        Move RB-Version To HT-Before-Version(history-count)
    Else
        Move 0 To HT-Before-Version(history-count)
    End-If
    If RA-Version Numeric
        Move RA-Version To HT-After-Version(history-count)
    Else
        Move 0 To HT-After-Version(history-count)
    End-If.

Check-One-Index-Record.
    Read Mandndx-File Next
        At End
            Set end-of-index To True
        Not At End
            Add 1 To index-count
            If IX-Region-Name Not = Spaces
            And Not IX-Render-Failed
                Add 1 To sourced-count
                Move "N" To stale-flag
                Move IX-Region-Name To check-name
                If IX-Region-Version Numeric
                    Move IX-Region-Version To check-version
                Else
                    Move 0 To check-version
                End-If
                Perform Check-Region-Source
                If IX-End-Region-Name Not = Spaces
                    Move IX-End-Region-Name To check-name
                    If IX-End-Region-Version Numeric
                        Move IX-End-Region-Version To check-version
                    Else
                        Move 0 To check-version
                    End-If
                    Perform Check-Region-Source
                End-If
                If render-is-stale
                    Add 1 To stale-count
                    Perform Write-Requester-Line
                End-If
            End-If
    End-Read.

Check-Region-Source.
    Move "N" To current-flag
    Move check-name To RG-Name
    Read Region-File
        Invalid Key
            Set region-is-deleted To True
            Move 0 To current-version
        Not Invalid Key
            If RG-Version Numeric
                Move RG-Version To current-version
            Else
                Move 0 To current-version
            End-If
            If current-version = check-version
                Set region-is-current To True
            End-If
    End-Read
    If Not region-is-current
        Set render-is-stale To True
        Perform Find-Render-Image
        Perform Find-Superseding-Change
        Perform Write-Stale-Lines
    End-If.

Find-Render-Image.
    Move 0 To image-idx
    Perform Varying history-idx From 1 By 1
            Until history-idx > history-count
        If HT-Name(history-idx) = check-name
        And HT-After-Version(history-idx) = check-version
        And HT-Action(history-idx) Not = "DELETE"
            Move history-idx To image-idx
        End-If
    End-Perform.

Find-Superseding-Change.
    Move 0 To change-idx
    Perform Varying history-idx From 1 By 1
            Until history-idx > history-count Or change-idx > 0
        If HT-Name(history-idx) = check-name
        And HT-Before-Version(history-idx) = check-version
        And HT-Action(history-idx) Not = "ADD"
            Move history-idx To change-idx
        End-If
    End-Perform.

Write-Stale-Lines.
    Move IX-Output-Dsn    To DL-Output-Dsn
    Move IX-Frame-Id      To DL-Frame-Id
    Move check-name       To DL-Region
    Move check-version    To DL-Used
    If region-is-deleted
        Move "DELETED" To DL-Now
    Else
        Move current-version To now-version-edit
        Move now-version-edit To DL-Now
    End-If
    If change-idx > 0
        Move HT-Timestamp(change-idx)(1:8) To DL-Changed-On
        Move HT-Operator-Id(change-idx)    To DL-Changed-By
    Else
        Move "UNKNOWN" To DL-Changed-On
        Move Spaces    To DL-Changed-By
    End-If
    Move IX-Render-Status To DL-Status
    Write Stalrpt-Record From detail-line
    If image-idx > 0
        Move "WAS"                   To BL-Label
        Move HA-Real-Min(image-idx)  To BL-Real-Min
        Move HA-Real-Max(image-idx)  To BL-Real-Max
        Move HA-Imag-Min(image-idx)  To BL-Imag-Min
        Move HA-Imag-Max(image-idx)  To BL-Imag-Max
        Move HA-Step-Size(image-idx) To BL-Step-Size
        Move HA-Max-Iter(image-idx)  To BL-Max-Iter
        Write Stalrpt-Record From bounds-line
    Else
        Move "  WAS  REGION VERSION NOT FOUND IN THE REGION HISTORY"
            To report-line
        Write Stalrpt-Record From report-line
    End-If
    If region-is-deleted
        Move "  NOW  REGION HAS BEEN DELETED FROM THE CATALOG"
            To report-line
        Write Stalrpt-Record From report-line
    Else
        Move "NOW"        To BL-Label
        Move RG-Real-Min  To BL-Real-Min
        Move RG-Real-Max  To BL-Real-Max
        Move RG-Imag-Min  To BL-Imag-Min
        Move RG-Imag-Max  To BL-Imag-Max
        Move RG-Step-Size To BL-Step-Size
        Move RG-Max-Iter  To BL-Max-Iter
        Write Stalrpt-Record From bounds-line
    End-If.

Write-Requester-Line.
    Move IX-Requester-Id  To RL-Requester
    Move IX-Run-Id        To RL-Run-Id
    Move IX-Run-Timestamp To RL-Run-At
    Write Stalrpt-Record From requester-line
    Move Spaces To report-line
    Write Stalrpt-Record From report-line.

Write-Report-Heading.
    Move Function Current-Date(1:8) To TL-Run-Date
    Write Stalrpt-Record From title-line
    Move Spaces To report-line
    Write Stalrpt-Record From report-line
    Write Stalrpt-Record From heading-line
    Move Spaces To report-line
    Write Stalrpt-Record From report-line.

Write-Report-Summary.
    Move index-count   To SL-Index
    Move sourced-count To SL-Sourced
    Move stale-count   To SL-Stale
    Write Stalrpt-Record From summary-line.
