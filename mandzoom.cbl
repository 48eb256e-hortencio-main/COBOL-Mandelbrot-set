01 Frame-Count      PIC 9(5) Value 0.
01 render-rc        PIC S9(4) COMP-5 VALUE 0.
01 stamp-requester  PIC X(20) Value Spaces.
01 region-version   PIC 9(5) Value 0.

01 render-parm.
    Copy mandparm.
    Add 1 To Frame-Count
    Display "MANDZOOM: frame " CC-Frame-Id " -> " CC-Output-Dsn Upon Console
    If CC-Region-Name Not = Spaces
        Call "RGNLOOK" Using CC-Region-Name, CC-Viewport,
            region-version
        If Return-Code Not = 0
            Display "MANDZOOM: region " CC-Region-Name
                " not found in the region catalog" Upon Console
            Perform Log-Region-Error
            Move 8 To Return-Code
        Else
            Move Spaces To CC-Source
            Move CC-Region-Name To CC-Src-Region
            Move region-version To CC-Src-Version
        End-If
    End-If
    If Return-Code = 0
        Call "MANDELBROT" Using render-parm, CC-Output-Dsn
        Move Return-Code To render-rc
        Call "NDXSTAMP" Using CC-Output-Dsn, CC-Frame-Id,
            stamp-requester, CC-Source
        Move render-rc To Return-Code
    End-If.

