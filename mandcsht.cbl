Identification Division.
Program-ID. MANDCSHT.

Environment Division.
Input-Output Section.
File-Control.
    Select Sysin-File Assign To "SYSIN"
        Organization Is Line Sequential
        File Status Is Sysin-Status.

    Select Mandndx-File Assign To "MANDNDX"
        Organization Is Indexed
        Access Mode Is Dynamic
        Record Key Is IX-Output-Dsn
        File Status Is Mandndx-Status.

    Select Render-File Assign To Dynamic Render-Dsn-WS
        Organization Is Line Sequential
        File Status Is Render-Status.

    Select Sheet-File Assign To Dynamic Sheet-Dsn-WS
        Organization Is Line Sequential
        File Status Is Sheet-Status.

    Select Cshtrpt-File Assign To "CSHTRPT"
        Organization Is Line Sequential
        File Status Is Cshtrpt-Status.

Data Division.
File Section.
FD  Sysin-File.
01  Sysin-Record.
    05 CS-Frame-Prefix  PIC X(8).
    05 CS-Requester-Id  PIC X(20).
    05 CS-Run-Date      PIC X(8).
    05 CS-Sheet-Format  PIC X(1).
        88 sheet-is-ascii Value "A" Space.
        88 sheet-is-ppm   Value "P".
    05 CS-Grid-Cols     PIC X(1).
    05 CS-Sheet-Dsn     PIC X(44).

FD  Mandndx-File.
01  Mandndx-Record.
    Copy ndxrec.

FD  Render-File.
01  Render-Record.
    05 RR-Text     PIC X(200).
    05 RR-Seg-Flag PIC X(1).

FD  Sheet-File.
01  Sheet-Line PIC X(200).
01  Sheet-Magic-Record.
    05 SM-Text     PIC X(2).
01  Sheet-Dims-Record.
    05 SD-Width    PIC Z(3)9.
    05 SD-Sp       PIC X.
    05 SD-Height   PIC Z(3)9.
01  Sheet-Maxval-Record.
    05 SX-Value    PIC ZZ9.
01  Sheet-Pixel-Record.
    05 SP-Red      PIC ZZ9.
    05 SP-Sp1      PIC X.
    05 SP-Green    PIC ZZ9.
    05 SP-Sp2      PIC X.
    05 SP-Blue     PIC ZZ9.

FD  Cshtrpt-File.
01  Cshtrpt-Record PIC X(132).

Working-Storage Section.
01 Sysin-Status   PIC XX.
01 Mandndx-Status PIC XX.
01 Render-Status  PIC XX.
01 Sheet-Status   PIC XX.
01 Cshtrpt-Status PIC XX.

01 Render-Dsn-WS  PIC X(44).
01 Sheet-Dsn-WS   PIC X(44).

Copy paltab.

01 scan-eof-flag PIC X Value "N".
    88 end-of-index Value "Y".
01 render-eof-flag PIC X Value "N".
    88 end-of-render Value "Y".
01 select-flag PIC X Value "N".
    88 entry-is-selected Value "Y".
01 thumb-flag PIC X Value "N".
    88 thumb-has-failed Value "Y".
01 source-format PIC X(1).
    88 source-is-ascii  Value "A".
    88 source-is-ppm    Value "P".
    88 source-is-packed Value "Q".

01 Thumb-Width      PIC S9(4) COMP-5 VALUE 36.
01 Ascii-Thumb-Rows PIC S9(4) COMP-5 VALUE 18.
01 Ppm-Thumb-Rows   PIC S9(4) COMP-5 VALUE 36.
01 Gutter-Width     PIC S9(4) COMP-5 VALUE 2.
01 Max-Ascii-Cols   PIC S9(4) COMP-5 VALUE 5.
01 Max-Ppm-Cols     PIC S9(4) COMP-5 VALUE 9.
01 Default-Grid-Cols PIC S9(4) COMP-5 VALUE 5.
01 Max-Source-Cols  PIC S9(5) COMP-5 VALUE 2000.
01 thumb-rows       PIC S9(4) COMP-5 VALUE 0.
01 grid-cols        PIC S9(4) COMP-5 VALUE 0.
01 grid-rows        PIC S9(4) COMP-5 VALUE 0.
01 grid-row         PIC S9(4) COMP-5 VALUE 0.
01 cell-idx         PIC S9(4) COMP-5 VALUE 0.
01 cells-in-row     PIC S9(4) COMP-5 VALUE 0.
01 sheet-width      PIC S9(5) COMP-5 VALUE 0.
01 sheet-height     PIC S9(5) COMP-5 VALUE 0.
01 prefix-length    PIC S9(4) COMP-5 VALUE 0.

01 Max-Entries PIC S9(4) COMP-5 VALUE 100.
01 entry-table.
    05 sheet-entry Occurs 100 Times.
        10 ET-Dsn       PIC X(44).
        10 ET-Frame-Id  PIC X(8).
        10 ET-Run-Id    PIC X(16).
        10 ET-Cert      PIC X(4).
        10 ET-Status    PIC X(9).
        10 ET-Palette   PIC X(8).
        10 ET-Rows      PIC 9(4).
        10 ET-Cols      PIC 9(4).
        10 ET-State     PIC X(10).
01 entry-count    PIC S9(4) COMP-5 VALUE 0.
01 entry-idx      PIC S9(4) COMP-5 VALUE 0.
01 overflow-count PIC S9(5) COMP-5 VALUE 0.

01 thumb-table.
    05 thumb-cell Occurs 9 Times.
        10 thumb-row Occurs 36 Times.
            15 TB-Text PIC X(36).
            15 TB-Pixel Occurs 36 Times.
                20 TB-Red   PIC 9(3).
                20 TB-Green PIC 9(3).
                20 TB-Blue  PIC 9(3).

01 src-text PIC X(2000).
01 src-pixel-table.
    05 src-pixel Occurs 2000 Times.
        10 SR-Red   PIC 9(3).
        10 SR-Green PIC 9(3).
        10 SR-Blue  PIC 9(3).
01 src-width      PIC S9(5) COMP-5 VALUE 0.
01 src-height     PIC S9(5) COMP-5 VALUE 0.
01 src-row-no     PIC S9(5) COMP-5 VALUE 0.
01 src-col        PIC S9(5) COMP-5 VALUE 0.
01 seg-pos        PIC S9(5) COMP-5 VALUE 0.
01 next-thumb-row PIC S9(4) COMP-5 VALUE 0.
01 thumb-r        PIC S9(4) COMP-5 VALUE 0.
01 thumb-c        PIC S9(4) COMP-5 VALUE 0.
01 map-table.
    05 map-row Occurs 36 Times PIC S9(5) COMP-5.
    05 map-col Occurs 36 Times PIC S9(5) COMP-5.
01 map-work       PIC S9(9) COMP-5 VALUE 0.

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

01 pixel-red    PIC S9(3) COMP-5 VALUE 0.
01 pixel-green  PIC S9(3) COMP-5 VALUE 0.
01 pixel-blue   PIC S9(3) COMP-5 VALUE 0.
01 pixel-char   PIC X(1).
01 grey-level   PIC S9(3) COMP-5 VALUE 0.
01 luminance    PIC S9(5) COMP-5 VALUE 0.
01 ramp-pos     PIC S9(3) COMP-5 VALUE 0.
01 ramp-idx     PIC S9(3) COMP-5 VALUE 0.
01 source-palette PIC S9(3) COMP-5 VALUE 1.
01 Coarse-Palette PIC S9(3) COMP-5 VALUE 1.

01 mark-red     PIC S9(3) COMP-5 VALUE 0.
01 mark-green   PIC S9(3) COMP-5 VALUE 0.
01 mark-blue    PIC S9(3) COMP-5 VALUE 0.
01 Placeholder-Grey PIC S9(3) COMP-5 VALUE 64.
01 diag-c       PIC S9(4) COMP-5 VALUE 0.
01 word-pos     PIC S9(4) COMP-5 VALUE 0.
01 word-length  PIC S9(4) COMP-5 VALUE 0.
01 mid-row      PIC S9(4) COMP-5 VALUE 0.

01 line-pos     PIC S9(4) COMP-5 VALUE 0.
01 sheet-text   PIC X(200).
01 caption-text PIC X(36).
01 gutter-r     PIC S9(4) COMP-5 VALUE 0.
01 gutter-c     PIC S9(5) COMP-5 VALUE 0.

01 rendered-count    PIC 9(5) Value 0.
01 placeholder-count PIC 9(5) Value 0.
01 count-display     PIC ZZZZ9.

01 report-line PIC X(132).
01 cell-line.
    05 CL-Grid-Row   PIC ZZ9.
    05 Filler        PIC X(1) Value Spaces.
    05 CL-Grid-Col   PIC Z9.
    05 Filler        PIC X(2) Value Spaces.
    05 CL-Frame-Id   PIC X(8).
    05 Filler        PIC X(1) Value Spaces.
    05 CL-Run-Id     PIC X(16).
    05 Filler        PIC X(1) Value Spaces.
    05 CL-Cert       PIC X(4).
    05 Filler        PIC X(1) Value Spaces.
    05 CL-State      PIC X(10).
    05 Filler        PIC X(1) Value Spaces.
    05 CL-Dsn        PIC X(44).
01 cell-heading.
    05 Filler PIC X(7)  Value "ROW COL".
    05 Filler PIC X(2)  Value Spaces.
    05 Filler PIC X(9)  Value "FRAME-ID".
    05 Filler PIC X(17) Value "RUN ID".
    05 Filler PIC X(5)  Value "CERT".
    05 Filler PIC X(11) Value "CELL".
    05 Filler PIC X(10) Value "OUTPUT DSN".

Procedure Division.
Main-Paragraph.
    Open Input Sysin-File
    Read Sysin-File
        At End
            Display "MANDCSHT: no control card on SYSIN" Upon Console
            Move 1 To Return-Code
            Close Sysin-File
            Stop Run
    End-Read
    Close Sysin-File
    Perform Validate-Sheet-Card
    Open Input Mandndx-File
    If Mandndx-Status Not = "00"
        Display "MANDCSHT: unable to open render index, status "
            Mandndx-Status Upon Console
        Move 12 To Return-Code
        Stop Run
    End-If
    Perform Select-Renders
    Close Mandndx-File
    If overflow-count > 0
        Move overflow-count To count-display
        Display "MANDCSHT: " count-display " further matching render(s)"
            " left off the sheet, it holds 100 cells" Upon Console
    End-If
    If entry-count = 0
        Display "MANDCSHT: no renders in the index match the selection"
            Upon Console
        Move 4 To Return-Code
        Stop Run
    End-If
    Compute grid-rows = (entry-count + grid-cols - 1) / grid-cols
    Open Output Sheet-File
    If Sheet-Status Not = "00"
        Display "MANDCSHT: unable to open contact sheet dataset, status "
            Sheet-Status Upon Console
        Move 12 To Return-Code
        Stop Run
    End-If
    Open Output Cshtrpt-File
    Perform Write-Report-Heading
    If sheet-is-ppm
        Perform Write-Ppm-Sheet-Header
    End-If
    Perform Varying grid-row From 1 By 1 Until grid-row > grid-rows
        Perform Build-One-Grid-Row
    End-Perform
    Perform Write-Report-Summary
    Close Cshtrpt-File
    Close Sheet-File
    Display "MANDCSHT: " rendered-count " thumbnail(s) and "
        placeholder-count " placeholder(s) written to "
        Function Trim(Sheet-Dsn-WS) Upon Console
    If placeholder-count > 0
        Move 4 To Return-Code
    Else
        Move 0 To Return-Code
    End-If
    Stop Run.

Validate-Sheet-Card.
    If CS-Frame-Prefix = Spaces And CS-Requester-Id = Spaces
    And CS-Run-Date = Spaces
        Display "MANDCSHT: card must select by frame-id prefix,"
            " requester or run date" Upon Console
        Move 8 To Return-Code
        Stop Run
    End-If
    If Not sheet-is-ascii And Not sheet-is-ppm
        Display "MANDCSHT: sheet format must be A or P" Upon Console
        Move 8 To Return-Code
        Stop Run
    End-If
    If CS-Sheet-Dsn = Spaces
        Display "MANDCSHT: contact sheet DSN is required" Upon Console
        Move 8 To Return-Code
        Stop Run
    End-If
    Move CS-Sheet-Dsn To Sheet-Dsn-WS
    If CS-Grid-Cols Numeric And CS-Grid-Cols Not = "0"
        Move CS-Grid-Cols To grid-cols
    Else
        Move Default-Grid-Cols To grid-cols
    End-If
    If sheet-is-ascii
        Move Ascii-Thumb-Rows To thumb-rows
        If grid-cols > Max-Ascii-Cols
            Move Max-Ascii-Cols To grid-cols
        End-If
    Else
        Move Ppm-Thumb-Rows To thumb-rows
        If grid-cols > Max-Ppm-Cols
            Move Max-Ppm-Cols To grid-cols
        End-If
    End-If
    Move 0 To prefix-length
    If CS-Frame-Prefix Not = Spaces
        Compute prefix-length =
            Function Length(Function Trim(CS-Frame-Prefix))
    End-If.

Select-Renders.
    Move 0 To entry-count
    Move 0 To overflow-count
    Move Low-Values To IX-Output-Dsn
    Start Mandndx-File Key Not Less Than IX-Output-Dsn
        Invalid Key
            Set end-of-index To True
        Not Invalid Key
            Move "N" To scan-eof-flag
    End-Start
    Perform Select-One-Render Until end-of-index.

Select-One-Render.
    Read Mandndx-File Next
        At End
            Set end-of-index To True
        Not At End
            Set entry-is-selected To True
            If prefix-length > 0
                If IX-Frame-Id(1:prefix-length)
                        Not = CS-Frame-Prefix(1:prefix-length)
                    Move "N" To select-flag
                End-If
            End-If
            If CS-Requester-Id Not = Spaces
            And IX-Requester-Id Not = CS-Requester-Id
                Move "N" To select-flag
            End-If
            If CS-Run-Date Not = Spaces
            And IX-Run-Timestamp(1:8) Not = CS-Run-Date
                Move "N" To select-flag
            End-If
            If entry-is-selected
                If entry-count < Max-Entries
                    Add 1 To entry-count
                    Perform Store-Selected-Render
                Else
                    Add 1 To overflow-count
                End-If
            End-If
    End-Read.

Store-Selected-Render.
    Move IX-Output-Dsn    To ET-Dsn(entry-count)
    Move IX-Frame-Id      To ET-Frame-Id(entry-count)
    Move IX-Run-Id        To ET-Run-Id(entry-count)
    Move IX-Render-Status To ET-Status(entry-count)
    Move IX-Palette-Name  To ET-Palette(entry-count)
    If IX-Cert-Result = Spaces
        Move "NONE" To ET-Cert(entry-count)
    Else
        Move IX-Cert-Result To ET-Cert(entry-count)
    End-If
    If IX-Row-Count Numeric
        Move IX-Row-Count To ET-Rows(entry-count)
    Else
        Move 0 To ET-Rows(entry-count)
    End-If
    If IX-Col-Count Numeric
        Move IX-Col-Count To ET-Cols(entry-count)
    Else
        Move 0 To ET-Cols(entry-count)
    End-If
    Move Spaces To ET-State(entry-count).

Build-One-Grid-Row.
    Compute cells-in-row = entry-count - (grid-row - 1) * grid-cols
    If cells-in-row > grid-cols
        Move grid-cols To cells-in-row
    End-If
    Perform Varying cell-idx From 1 By 1 Until cell-idx > grid-cols
        Perform Clear-One-Cell
    End-Perform
    Perform Varying cell-idx From 1 By 1 Until cell-idx > cells-in-row
        Compute entry-idx = (grid-row - 1) * grid-cols + cell-idx
        Perform Build-One-Thumbnail
        Perform Write-Cell-Line
    End-Perform
    If sheet-is-ascii
        Perform Emit-Ascii-Grid-Row
    Else
        Perform Emit-Ppm-Grid-Row
    End-If.

Clear-One-Cell.
    Perform Varying thumb-r From 1 By 1 Until thumb-r > thumb-rows
        Move Spaces To TB-Text(cell-idx, thumb-r)
        Perform Varying thumb-c From 1 By 1 Until thumb-c > Thumb-Width
            Move 0 To TB-Red(cell-idx, thumb-r, thumb-c)
            Move 0 To TB-Green(cell-idx, thumb-r, thumb-c)
            Move 0 To TB-Blue(cell-idx, thumb-r, thumb-c)
        End-Perform
    End-Perform.

Build-One-Thumbnail.
    Move "N" To thumb-flag
    Evaluate True
        When ET-Status(entry-idx) = "FAILED"
            Move "FAILED" To ET-State(entry-idx)
            Set thumb-has-failed To True
        When ET-Status(entry-idx) = "ARCHIVED"
            Move "ARCHIVED" To ET-State(entry-idx)
            Set thumb-has-failed To True
        When Other
            Perform Sample-Render
    End-Evaluate
    If thumb-has-failed
        Add 1 To placeholder-count
        Perform Draw-Placeholder
    Else
        Add 1 To rendered-count
        Move "RENDERED" To ET-State(entry-idx)
    End-If.

Sample-Render.
    Move ET-Dsn(entry-idx) To Render-Dsn-WS
    Open Input Render-File
    If Render-Status Not = "00"
        Move "MISSING" To ET-State(entry-idx)
        Set thumb-has-failed To True
    Else
        Read Render-File
            At End
                Move "UNREADABLE" To ET-State(entry-idx)
                Set thumb-has-failed To True
            Not At End
                Evaluate True
                    When Render-Record(1:2) = "P3"
                        Set source-is-ppm To True
                        Perform Read-Ppm-Header
                    When Render-Record(1:2) = "PR"
                        Set source-is-packed To True
                        Perform Read-Ppm-Header
                    When Render-Record(1:6) = "HEADER"
                        Set source-is-ascii To True
                        Move ET-Rows(entry-idx) To src-height
                        Move ET-Cols(entry-idx) To src-width
                        Perform Find-Source-Palette
                    When Other
                        Move "UNREADABLE" To ET-State(entry-idx)
                        Set thumb-has-failed To True
                End-Evaluate
        End-Read
        If Not thumb-has-failed
            If src-width < 1 Or src-height < 1
            Or src-width > Max-Source-Cols
                Move "UNREADABLE" To ET-State(entry-idx)
                Set thumb-has-failed To True
            End-If
        End-If
        If Not thumb-has-failed
            Perform Build-Sample-Maps
            Move 0 To src-row-no
            Move 1 To next-thumb-row
            Move "N" To render-eof-flag
            If source-is-ascii
                Move 1 To seg-pos
                Move Spaces To src-text
                Perform Read-Ascii-Source-Record
                    Until end-of-render Or next-thumb-row > thumb-rows
            Else
                Move 0 To src-col
                Perform Read-Ppm-Source-Record
                    Until end-of-render Or next-thumb-row > thumb-rows
                        Or thumb-has-failed
            End-If
        End-If
        Close Render-File
    End-If.

Read-Ppm-Header.
    Read Render-File
        At End
            Move "UNREADABLE" To ET-State(entry-idx)
            Set thumb-has-failed To True
        Not At End
            Compute src-width  = Function Numval(Render-Record(1:4))
            Compute src-height = Function Numval(Render-Record(6:4))
    End-Read
    If Not thumb-has-failed
        Read Render-File
            At End
                Move "UNREADABLE" To ET-State(entry-idx)
                Set thumb-has-failed To True
        End-Read
    End-If.

Find-Source-Palette.
    Move Coarse-Palette To source-palette
    Perform Varying Palette-Idx From 1 By 1 Until Palette-Idx > 2
        If PT-Name(Palette-Idx) = ET-Palette(entry-idx)
            Set source-palette To Palette-Idx
        End-If
    End-Perform.

Build-Sample-Maps.
    Perform Varying thumb-r From 1 By 1 Until thumb-r > thumb-rows
        Compute map-work = (thumb-r - 1) * src-height
        Divide map-work By thumb-rows Giving map-row(thumb-r)
        Add 1 To map-row(thumb-r)
    End-Perform
    Perform Varying thumb-c From 1 By 1 Until thumb-c > Thumb-Width
        Compute map-work = (thumb-c - 1) * src-width
        Divide map-work By Thumb-Width Giving map-col(thumb-c)
        Add 1 To map-col(thumb-c)
    End-Perform.

Read-Ascii-Source-Record.
    Read Render-File
        At End
            Set end-of-render To True
        Not At End
            If Render-Record(1:7) = "TRAILER"
                Set end-of-render To True
            Else
                If seg-pos < Max-Source-Cols
                    Move RR-Text To src-text(seg-pos:200)
                End-If
                If RR-Seg-Flag = "C"
                    Add 200 To seg-pos
                Else
                    Perform Process-Source-Row
                    Move 1 To seg-pos
                    Move Spaces To src-text
                End-If
            End-If
    End-Read.

Read-Ppm-Source-Record.
    Read Render-File
        At End
            Set end-of-render To True
        Not At End
            If source-is-ppm
                Compute pixel-red   = Function Numval(Render-Record(1:3))
                Compute pixel-green = Function Numval(Render-Record(5:3))
                Compute pixel-blue  = Function Numval(Render-Record(9:3))
                Move 1 To run-count
                Perform Store-Source-Pixels
            Else
                Perform Expand-Packed-Record
            End-If
    End-Read.

Expand-Packed-Record.
    Move "N" To token-done-flag
    Perform Varying token-idx From 1 By 1
            Until token-idx > Packed-Tokens-Per-Record
                Or no-more-tokens Or thumb-has-failed
        Compute token-pos = (token-idx - 1) * 13 + 1
        Move Render-Record(token-pos:13) To token-view
        If token-view = Spaces
            Set no-more-tokens To True
        Else
            If TK-Count Not Numeric Or TK-Red Not Numeric
            Or TK-Green Not Numeric Or TK-Blue Not Numeric
                Move "UNREADABLE" To ET-State(entry-idx)
                Set thumb-has-failed To True
            Else
                Compute run-count   = Function Numval(TK-Count)
                Compute pixel-red   = Function Numval(TK-Red)
                Compute pixel-green = Function Numval(TK-Green)
                Compute pixel-blue  = Function Numval(TK-Blue)
                Perform Store-Source-Pixels
            End-If
        End-If
    End-Perform.

Store-Source-Pixels.
    Perform Varying run-idx From 1 By 1 Until run-idx > run-count
        Add 1 To src-col
        Move pixel-red   To SR-Red(src-col)
        Move pixel-green To SR-Green(src-col)
        Move pixel-blue  To SR-Blue(src-col)
        If src-col Not Less Than src-width
            Perform Process-Source-Row
            Move 0 To src-col
        End-If
    End-Perform.

Process-Source-Row.
    Add 1 To src-row-no
    Perform Until next-thumb-row > thumb-rows
            Or map-row(next-thumb-row) Not = src-row-no
        Move next-thumb-row To thumb-r
        Perform Fill-Thumb-Row
        Add 1 To next-thumb-row
    End-Perform.

Fill-Thumb-Row.
    Perform Varying thumb-c From 1 By 1 Until thumb-c > Thumb-Width
        If source-is-ascii
            Move src-text(map-col(thumb-c):1) To pixel-char
            If sheet-is-ascii
                Move pixel-char To TB-Text(cell-idx, thumb-r)(thumb-c:1)
            Else
                Perform Char-To-Grey
                Move grey-level To TB-Red(cell-idx, thumb-r, thumb-c)
                Move grey-level To TB-Green(cell-idx, thumb-r, thumb-c)
                Move grey-level To TB-Blue(cell-idx, thumb-r, thumb-c)
            End-If
        Else
            Move SR-Red(map-col(thumb-c))   To pixel-red
            Move SR-Green(map-col(thumb-c)) To pixel-green
            Move SR-Blue(map-col(thumb-c))  To pixel-blue
            If sheet-is-ascii
                Perform Rgb-To-Char
                Move pixel-char To TB-Text(cell-idx, thumb-r)(thumb-c:1)
            Else
                Move pixel-red   To TB-Red(cell-idx, thumb-r, thumb-c)
                Move pixel-green To TB-Green(cell-idx, thumb-r, thumb-c)
                Move pixel-blue  To TB-Blue(cell-idx, thumb-r, thumb-c)
            End-If
        End-If
    End-Perform.

Char-To-Grey.
    Move 0 To ramp-pos
    Perform Varying ramp-idx From 1 By 1
            Until ramp-idx > PT-Length(source-palette) Or ramp-pos > 0
        If PT-Ramp(source-palette)(ramp-idx:1) = pixel-char
            Move ramp-idx To ramp-pos
        End-If
    End-Perform
    If ramp-pos = 0
        Move 0 To grey-level
    Else
        Compute grey-level =
            (ramp-pos - 1) * 255 / (PT-Length(source-palette) - 1)
    End-If.

Rgb-To-Char.
    Compute luminance =
        (pixel-red * 299 + pixel-green * 587 + pixel-blue * 114) / 1000
    Compute ramp-pos =
        luminance * (PT-Length(Coarse-Palette) - 1) / 255 + 1
    Move PT-Ramp(Coarse-Palette)(ramp-pos:1) To pixel-char.

Draw-Placeholder.
    If ET-State(entry-idx) = "ARCHIVED"
        Move 0   To mark-red
        Move 0   To mark-green
        Move 200 To mark-blue
    Else
        Move 200 To mark-red
        Move 0   To mark-green
        Move 0   To mark-blue
    End-If
    Perform Varying thumb-r From 1 By 1 Until thumb-r > thumb-rows
        Perform Draw-Placeholder-Row
    End-Perform
    Compute mid-row = (thumb-rows + 1) / 2
    Compute word-length =
        Function Length(Function Trim(ET-State(entry-idx)))
    Compute word-pos = (Thumb-Width - word-length) / 2 + 1
    Move ET-State(entry-idx)(1:word-length)
        To TB-Text(cell-idx, mid-row)(word-pos:word-length).

Draw-Placeholder-Row.
    If thumb-r = 1 Or thumb-r = thumb-rows
        Move All "#" To TB-Text(cell-idx, thumb-r)
    Else
        Move Spaces To TB-Text(cell-idx, thumb-r)
        Move "#" To TB-Text(cell-idx, thumb-r)(1:1)
        Move "#" To TB-Text(cell-idx, thumb-r)(Thumb-Width:1)
    End-If
    Perform Varying thumb-c From 1 By 1 Until thumb-c > Thumb-Width
        Move Placeholder-Grey To TB-Red(cell-idx, thumb-r, thumb-c)
        Move Placeholder-Grey To TB-Green(cell-idx, thumb-r, thumb-c)
        Move Placeholder-Grey To TB-Blue(cell-idx, thumb-r, thumb-c)
    End-Perform
    Compute diag-c = (thumb-r - 1) * Thumb-Width / thumb-rows + 1
    Perform Mark-Placeholder-Pixel
    Compute diag-c = Thumb-Width - diag-c + 1
    Perform Mark-Placeholder-Pixel
    Move 1 To diag-c
    Perform Mark-Placeholder-Pixel
    Move Thumb-Width To diag-c
    Perform Mark-Placeholder-Pixel
    If thumb-r = 1 Or thumb-r = thumb-rows
        Perform Varying diag-c From 1 By 1 Until diag-c > Thumb-Width
            Perform Mark-Placeholder-Pixel
        End-Perform
    End-If.

Mark-Placeholder-Pixel.
    Move mark-red   To TB-Red(cell-idx, thumb-r, diag-c)
    Move mark-green To TB-Green(cell-idx, thumb-r, diag-c)
    Move mark-blue  To TB-Blue(cell-idx, thumb-r, diag-c).

Emit-Ascii-Grid-Row.
    Perform Varying thumb-r From 1 By 1 Until thumb-r > thumb-rows
        Move Spaces To sheet-text
        Perform Varying cell-idx From 1 By 1 Until cell-idx > cells-in-row
            Compute line-pos = (cell-idx - 1) * (Thumb-Width + Gutter-Width) + 1
            Move TB-Text(cell-idx, thumb-r)
                To sheet-text(line-pos:Thumb-Width)
        End-Perform
        Write Sheet-Line From sheet-text
    End-Perform
    Move Spaces To sheet-text
    Perform Varying cell-idx From 1 By 1 Until cell-idx > cells-in-row
        Compute entry-idx = (grid-row - 1) * grid-cols + cell-idx
        Compute line-pos = (cell-idx - 1) * (Thumb-Width + Gutter-Width) + 1
        Move Spaces To caption-text
        String ET-Frame-Id(entry-idx) Delimited By Size
               " "                    Delimited By Size
               ET-Cert(entry-idx)     Delimited By Size
               " "                    Delimited By Size
               ET-State(entry-idx)    Delimited By Size
            Into caption-text
        Move caption-text To sheet-text(line-pos:Thumb-Width)
    End-Perform
    Write Sheet-Line From sheet-text
    Move Spaces To sheet-text
    Perform Varying cell-idx From 1 By 1 Until cell-idx > cells-in-row
        Compute entry-idx = (grid-row - 1) * grid-cols + cell-idx
        Compute line-pos = (cell-idx - 1) * (Thumb-Width + Gutter-Width) + 1
        Move Spaces To caption-text
        String "RUN "               Delimited By Size
               ET-Run-Id(entry-idx) Delimited By Size
            Into caption-text
        Move caption-text To sheet-text(line-pos:Thumb-Width)
    End-Perform
    Write Sheet-Line From sheet-text
    If grid-row < grid-rows
        Move Spaces To sheet-text
        Write Sheet-Line From sheet-text
    End-If.

Write-Ppm-Sheet-Header.
    Compute sheet-width = grid-cols * Thumb-Width
        + (grid-cols - 1) * Gutter-Width
    Compute sheet-height = grid-rows * thumb-rows
        + (grid-rows - 1) * Gutter-Width
    Move "P3" To SM-Text
    Write Sheet-Magic-Record
    Move sheet-width  To SD-Width
    Move Space        To SD-Sp
    Move sheet-height To SD-Height
    Write Sheet-Dims-Record
    Move 255 To SX-Value
    Write Sheet-Maxval-Record.

Emit-Ppm-Grid-Row.
    Perform Varying thumb-r From 1 By 1 Until thumb-r > thumb-rows
        Perform Varying cell-idx From 1 By 1 Until cell-idx > grid-cols
            Perform Varying thumb-c From 1 By 1
                    Until thumb-c > Thumb-Width
                Move TB-Red(cell-idx, thumb-r, thumb-c)   To SP-Red
                Move Space                                To SP-Sp1
                Move TB-Green(cell-idx, thumb-r, thumb-c) To SP-Green
                Move Space                                To SP-Sp2
                Move TB-Blue(cell-idx, thumb-r, thumb-c)  To SP-Blue
                Write Sheet-Pixel-Record
            End-Perform
            If cell-idx < grid-cols
                Perform Varying gutter-c From 1 By 1
                        Until gutter-c > Gutter-Width
                    Perform Write-Gutter-Pixel
                End-Perform
            End-If
        End-Perform
    End-Perform
    If grid-row < grid-rows
        Perform Varying gutter-r From 1 By 1 Until gutter-r > Gutter-Width
            Perform Varying gutter-c From 1 By 1
                    Until gutter-c > sheet-width
                Perform Write-Gutter-Pixel
            End-Perform
        End-Perform
    End-If.

Write-Gutter-Pixel.
    Move 0     To SP-Red
    Move Space To SP-Sp1
    Move 0     To SP-Green
    Move Space To SP-Sp2
    Move 0     To SP-Blue
    Write Sheet-Pixel-Record.

Write-Report-Heading.
    Move Spaces To report-line
    String "CONTACT SHEET " Delimited By Size
           Function Trim(Sheet-Dsn-WS) Delimited By Size
           "  FRAME PREFIX " Delimited By Size
           CS-Frame-Prefix Delimited By Size
           "  REQUESTER " Delimited By Size
           CS-Requester-Id Delimited By Size
           "  RUN DATE " Delimited By Size
           CS-Run-Date Delimited By Size
        Into report-line
    Write Cshtrpt-Record From report-line
    Move Spaces To report-line
    Write Cshtrpt-Record From report-line
    Write Cshtrpt-Record From cell-heading
    Move Spaces To report-line
    Write Cshtrpt-Record From report-line.

Write-Cell-Line.
    Move grid-row              To CL-Grid-Row
    Move cell-idx              To CL-Grid-Col
    Move ET-Frame-Id(entry-idx) To CL-Frame-Id
    Move ET-Run-Id(entry-idx)   To CL-Run-Id
    Move ET-Cert(entry-idx)     To CL-Cert
    Move ET-State(entry-idx)    To CL-State
    Move ET-Dsn(entry-idx)      To CL-Dsn
    Write Cshtrpt-Record From cell-line.

Write-Report-Summary.
    Move Spaces To report-line
    Write Cshtrpt-Record From report-line
    Move Spaces To report-line
    Move rendered-count To count-display
    String "THUMBNAILS:   " Delimited By Size
           count-display Delimited By Size
        Into report-line
    Write Cshtrpt-Record From report-line
    Move Spaces To report-line
    Move placeholder-count To count-display
    String "PLACEHOLDERS: " Delimited By Size
           count-display Delimited By Size
        Into report-line
    Write Cshtrpt-Record From report-line.
