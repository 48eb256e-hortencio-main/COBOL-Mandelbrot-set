FD  Sysin-File.
01  Split-Card.
    Copy ctlcard.
01  Split-Band-Card.
    05 Filler          PIC X(215).
    05 SC-Band-Count   PIC 9(2).

FD  Mandtile-File.
01  Mandtile-Record PIC X(300).

Working-Storage Section.
01 Sysin-Status    PIC XX.
01 imag-span      PIC S9(3)V9(15) COMP-5.
01 global-imag-min PIC S9(3)V9(15) COMP-5.
01 base-output-dsn PIC X(44).
01 region-version  PIC 9(5) Value 0.
01 source-region   PIC X(16) Value Spaces.

Procedure Division.
Main-Paragraph.
            Stop Run
    End-Read
    Close Sysin-File
    Move SC-Band-Count To band-count
    If CC-Region-Name Not = Spaces
        Call "RGNLOOK" Using CC-Region-Name, CC-Viewport,
            region-version
        If Return-Code Not = 0
            Display "MANDSPLT: region " CC-Region-Name
                " not found in the region catalog" Upon Console
            Move 8 To Return-Code
            Stop Run
        End-If
        Move CC-Region-Name To source-region
        Move Spaces To CC-Region-Name
    End-If
    Perform Validate-Split-Request
    Move Pm-Imag-Min To global-imag-min
    Move Pm-Step-Size To step-size-ws
        Stop Run
    End-If
    Move 0 To row-offset
    Move Spaces To CC-Source
    If source-region Not = Spaces
        Move source-region  To CC-Src-Region
        Move region-version To CC-Src-Version
    End-If
    Perform Varying band-idx From 1 By 1 Until band-idx > band-count
        Perform Write-One-Band-Card
    End-Perform
