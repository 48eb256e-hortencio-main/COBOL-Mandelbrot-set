Identification Division.
Program-ID. MANDORBT.

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

    Select Trace-File Assign To Dynamic Trace-Dsn-WS
        Organization Is Line Sequential
        File Status Is Trace-Status.

Data Division.
File Section.
FD  Sysin-File.
01  Trace-Card.
    05 TC-Run-Id     PIC X(16).
    05 TC-Row        PIC X(4).
    05 TC-Row-N Redefines TC-Row PIC 9(4).
    05 TC-Col        PIC X(4).
    05 TC-Col-N Redefines TC-Col PIC 9(4).
    05 TC-Point-Real PIC S9(3)V9(15) SIGN LEADING SEPARATE.
    05 TC-Point-Imag PIC S9(3)V9(15) SIGN LEADING SEPARATE.
    05 TC-Trace-Dsn  PIC X(44).
01  Parm-Card.
    Copy ctlcard Replacing Leading ==PM== By ==PC==.

FD  Mandndx-File.
01  Mandndx-Record.
    Copy ndxrec.

FD  Trace-File.
01  Trace-Record PIC X(132).

Working-Storage Section.
01 Sysin-Status   PIC XX.
01 Mandndx-Status PIC XX.
01 Trace-Status   PIC XX.
01 Trace-Dsn-WS   PIC X(44).
01 Default-Trace-Dsn PIC X(44) Value "ORBTRACE".

01 trace-run-id   PIC X(16) Value Spaces.
01 trace-dsn-of-run PIC X(44) Value Spaces.
01 region-version PIC 9(5) Value 0.
01 scan-eof-flag PIC X Value "N".
    88 end-of-index Value "Y".
01 found-flag PIC X Value "N".
    88 run-was-found Value "Y".
01 point-flag PIC X Value "N".
    88 point-by-pixel Value "P".
    88 point-by-value Value "V".
01 given-real     PIC S9(3)V9(15) COMP-5 VALUE 0.
01 given-imag     PIC S9(3)V9(15) COMP-5 VALUE 0.
01 pixel-row      PIC S9(5) COMP-5 VALUE 0.
01 pixel-col      PIC S9(5) COMP-5 VALUE 0.
01 frame-cols     PIC S9(5) COMP-5 VALUE 0.
01 frame-rows     PIC S9(5) COMP-5 VALUE 0.
01 step-idx       PIC S9(5) COMP-5 VALUE 0.

01 render-parm.
    Copy mandparm.

01 foo.
    05 foo-R PIC S9(9)V9(6) COMP-5 VALUE 0.000.
    05 foo-I PIC S9(9)V9(6) COMP-5 VALUE 0.000.

01 bar.
    05 bar-R PIC S9(9)V9(6) COMP-5 VALUE 0.000.
    05 bar-I PIC S9(9)V9(6) COMP-5 VALUE 0.000.

01 precision-flag     PIC X Value "N".
    88 precision-is-high  Value "Y".
01 precision-threshold PIC S9(3)V9(6) COMP-5 VALUE 0.001000.

01 aa-flag PIC X Value "N".
    88 aa-is-active Value "Y".
01 aa-factor       PIC S9(4) COMP-5 VALUE 1.
01 aa-sample-count PIC S9(4) COMP-5 VALUE 1.
01 aa-sub-step     PIC S9(3)V9(15) COMP-5.
01 aa-base-real    PIC S9(3)V9(15) COMP-5.
01 aa-base-imag    PIC S9(3)V9(15) COMP-5.
01 aa-sr           PIC S9(4) COMP-5.
01 aa-sc           PIC S9(4) COMP-5.
01 aa-red-sum      PIC S9(9) COMP-5.
01 aa-green-sum    PIC S9(9) COMP-5.
01 aa-blue-sum     PIC S9(9) COMP-5.
01 sample-no       PIC S9(4) COMP-5 VALUE 0.

01 foo-hp.
    05 foo-R-hp PIC S9(3)V9(15) COMP-5 VALUE 0.
    05 foo-I-hp PIC S9(3)V9(15) COMP-5 VALUE 0.

01 bar-hp.
    05 bar-R-hp PIC S9(3)V9(15) COMP-5 VALUE 0.
    05 bar-I-hp PIC S9(3)V9(15) COMP-5 VALUE 0.

01 point-constant.
    05 c-real PIC S9(3)V9(15) COMP-5 VALUE 0.000.
    05 c-imag PIC S9(3)V9(15) COMP-5 VALUE 0.000.

01 point-start.
    05 z-start-real PIC S9(3)V9(15) COMP-5 VALUE 0.000.
    05 z-start-imag PIC S9(3)V9(15) COMP-5 VALUE 0.000.

01 interior-flag PIC X Value "N".
    88 point-is-interior Value "Y".
01 card-x    PIC S9(3)V9(15) COMP-5.
01 card-y    PIC S9(3)V9(15) COMP-5.
01 card-xq   PIC S9(3)V9(15) COMP-5.
01 card-q    PIC S9(3)V9(15) COMP-5.
01 card-sum  PIC S9(3)V9(15) COMP-5.
01 card-lhs  PIC S9(3)V9(15) COMP-5.
01 card-rhs  PIC S9(3)V9(15) COMP-5.
01 card-xb   PIC S9(3)V9(15) COMP-5.
01 card-bulb PIC S9(3)V9(15) COMP-5.

01 period-save.
    05 saved-R    PIC S9(9)V9(6) COMP-5 VALUE 0.
    05 saved-I    PIC S9(9)V9(6) COMP-5 VALUE 0.
    05 saved-R-hp PIC S9(3)V9(15) COMP-5 VALUE 0.
    05 saved-I-hp PIC S9(3)V9(15) COMP-5 VALUE 0.
01 period-stride       PIC S9(5) COMP-5 VALUE 8.
01 period-stride-count PIC S9(5) COMP-5 VALUE 0.
01 saved-step          PIC S9(5) COMP-5 VALUE 0.

01 real-value      PIC S9(3)V9(15) COMP-5 VALUE 0.000.
01 imaginary-value PIC S9(3)V9(15) COMP-5 VALUE 0.000.

01 iteration-counter PIC S9(3) VALUE 1.
01 max-iterations    PIC S9(3) VALUE 57.

01 exit-reason PIC X(8) Value Spaces.
    88 exit-by-bailout  Value "BAILOUT".
    88 exit-by-cardioid Value "CARDIOID".
    88 exit-by-bulb     Value "BULB".
    88 exit-by-period   Value "PERIOD".
    88 exit-by-max-iter Value "MAXITER".

Copy paltab.

01 active-palette-ramp   PIC X(90).
01 active-palette-length PIC S9(3) VALUE 10.
01 palette-position      PIC S9(4).

01 bailout-mod-sq   PIC S9(9)V9(6) COMP-5.
01 smooth-nu        PIC S9(5)V9(6) COMP-5.
01 smooth-t         PIC S9(3)V9(9) COMP-5.
01 smooth-base      PIC S9(5)V9(6) COMP-5.
01 smooth-sqrt      PIC S9(5)V9(9) COMP-5.
01 smooth-log-inner PIC S9(5)V9(9) COMP-5.
01 smooth-log-outer PIC S9(5)V9(9) COMP-5.
01 smooth-log2      PIC S9(5)V9(9) COMP-5.
01 smooth-ratio     PIC S9(5)V9(9) COMP-5.
01 ppm-red          PIC S9(3) COMP-5.
01 ppm-green        PIC S9(3) COMP-5.
01 ppm-blue         PIC S9(3) COMP-5.

01 report-line PIC X(132).
01 edit-value  PIC -(9)9.9(15).
01 edit-value-2 PIC -(9)9.9(15).
01 edit-small  PIC -(3)9.9(6).
01 edit-count  PIC ZZZ9.
01 edit-count-2 PIC ZZZ9.
01 edit-color-r PIC ZZ9.
01 edit-color-g PIC ZZ9.
01 edit-color-b PIC ZZ9.

01 step-line.
    05 SL-Step      PIC ZZZ9.
    05 Filler       PIC X(2) Value Spaces.
    05 SL-Z-Real    PIC -(9)9.9(15).
    05 Filler       PIC X(2) Value Spaces.
    05 SL-Z-Imag    PIC -(9)9.9(15).
    05 Filler       PIC X(2) Value Spaces.
    05 SL-Mod-Sq    PIC -(9)9.9(6).
    05 Filler       PIC X(2) Value Spaces.
    05 SL-Note      PIC X(40).
01 step-heading.
    05 Filler PIC X(6)  Value "STEP".
    05 Filler PIC X(28) Value "Z REAL".
    05 Filler PIC X(28) Value "Z IMAG".
    05 Filler PIC X(19) Value "|Z|**2".
    05 Filler PIC X(4)  Value "NOTE".

Procedure Division.
Main-Paragraph.
    Open Input Sysin-File
    Read Sysin-File
        At End
            Display "MANDORBT: no trace card on SYSIN" Upon Console
            Move 1 To Return-Code
            Close Sysin-File
            Stop Run
    End-Read
    Move TC-Trace-Dsn To Trace-Dsn-WS
    If Trace-Dsn-WS = Spaces
        Move Default-Trace-Dsn To Trace-Dsn-WS
    End-If
    Evaluate True
        When TC-Row Numeric And TC-Col Numeric
            Set point-by-pixel To True
            Move TC-Row-N To pixel-row
            Move TC-Col-N To pixel-col
        When TC-Point-Real Numeric And TC-Point-Imag Numeric
            Set point-by-value To True
            Move TC-Point-Real To given-real
            Move TC-Point-Imag To given-imag
        When Other
            Display "MANDORBT: trace card needs a row and column or a"
                " point value" Upon Console
            Move 8 To Return-Code
            Close Sysin-File
            Stop Run
    End-Evaluate
    If TC-Run-Id Not = Spaces
        Move TC-Run-Id To trace-run-id
        Close Sysin-File
        Perform Load-Run-Parameters
    Else
        Read Sysin-File
            At End
                Display "MANDORBT: no run id on the trace card and no"
                    " parameter card follows" Upon Console
                Move 8 To Return-Code
                Close Sysin-File
                Stop Run
        End-Read
        Close Sysin-File
        Perform Load-Card-Parameters
    End-If
    Perform Validate-Trace-Parameters
    Move Pm-Max-Iter To max-iterations
    Perform Select-Palette
    Perform Select-Precision-Mode
    Perform Select-AA-Mode
    If point-by-pixel
        Move Pm-Real-Min To real-value
        Perform Varying step-idx From 2 By 1 Until step-idx > pixel-col
            Add Pm-Step-Size To real-value
        End-Perform
        Move Pm-Imag-Min To imaginary-value
        Perform Varying step-idx From 2 By 1 Until step-idx > pixel-row
            Add Pm-Step-Size To imaginary-value
        End-Perform
    Else
        Move given-real To real-value
        Move given-imag To imaginary-value
    End-If
    Open Output Trace-File
    If Trace-Status Not = "00"
        Display "MANDORBT: unable to open trace dataset "
            Function Trim(Trace-Dsn-WS) ", status " Trace-Status
            Upon Console
        Move 12 To Return-Code
        Stop Run
    End-If
    Perform Write-Trace-Heading
    If Pm-Mode-Ppm-Any
        If aa-is-active
            Perform Trace-One-Pixel-AA
        Else
            Move 0 To sample-no
            Perform Trace-One-Point-Smooth
        End-If
    Else
        Move 0 To sample-no
        Perform Trace-One-Point
    End-If
    Close Trace-File
    Display "MANDORBT: orbit trace written to "
        Function Trim(Trace-Dsn-WS) Upon Console
    Move 0 To Return-Code
    Stop Run.

Load-Run-Parameters.
    Open Input Mandndx-File
    If Mandndx-Status Not = "00"
        Display "MANDORBT: unable to open render index, status "
            Mandndx-Status Upon Console
        Move 12 To Return-Code
        Stop Run
    End-If
    Move Low-Values To IX-Output-Dsn
    Start Mandndx-File Key Not Less Than IX-Output-Dsn
        Invalid Key
            Set end-of-index To True
        Not Invalid Key
            Move "N" To scan-eof-flag
    End-Start
    Perform Find-Run-Record Until end-of-index Or run-was-found
    Close Mandndx-File
    If Not run-was-found
        Display "MANDORBT: run id " trace-run-id
            " not found in the render index" Upon Console
        Move 8 To Return-Code
        Stop Run
    End-If.

Find-Run-Record.
    Read Mandndx-File Next
        At End
            Set end-of-index To True
        Not At End
            If IX-Run-Id = trace-run-id
                Set run-was-found To True
                Perform Copy-Index-Parameters
            End-If
    End-Read.

Copy-Index-Parameters.
    Move IX-Output-Dsn   To trace-dsn-of-run
    Move IX-Real-Min     To Pm-Real-Min
    Move IX-Real-Max     To Pm-Real-Max
    Move IX-Imag-Min     To Pm-Imag-Min
    Move IX-Imag-Max     To Pm-Imag-Max
    Move IX-Step-Size    To Pm-Step-Size
    Move IX-Max-Iter     To Pm-Max-Iter
    Move IX-Palette-Name To Pm-Palette-Name
    Move IX-Output-Mode  To Pm-Output-Mode
    Move IX-Fractal-Type To Pm-Fractal-Type
    Move IX-Julia-Real   To Pm-Julia-Real
    Move IX-Julia-Imag   To Pm-Julia-Imag
    Move IX-AA-Factor    To Pm-AA-Factor.

Load-Card-Parameters.
    If CC-Region-Name Not = Spaces
        Call "RGNLOOK" Using CC-Region-Name, CC-Viewport,
            region-version
        If Return-Code Not = 0
            Display "MANDORBT: region " CC-Region-Name
                " not found in the region catalog" Upon Console
            Move 8 To Return-Code
            Stop Run
        End-If
    End-If
    Move CC-Output-Dsn To trace-dsn-of-run
    Move CC-Viewport To render-parm
    Move CC-AA-Factor To Pm-AA-Factor.

Validate-Trace-Parameters.
    If Pm-Step-Size Not Greater Than 0
    Or Pm-Real-Min Not Less Than Pm-Real-Max
    Or Pm-Imag-Min Not Less Than Pm-Imag-Max
    Or Pm-Max-Iter = 0 Or Pm-Max-Iter > 998
        Display "MANDORBT: viewport, step or MAX-ITER is not one"
            " MANDELBROT would render" Upon Console
        Move 8 To Return-Code
        Stop Run
    End-If
    If point-by-pixel
        Compute frame-cols = Function Integer-Part
            ((Pm-Real-Max - Pm-Real-Min) / Pm-Step-Size) + 1
        Compute frame-rows = Function Integer-Part
            ((Pm-Imag-Max - Pm-Imag-Min) / Pm-Step-Size) + 1
        If pixel-row < 1 Or pixel-row > frame-rows
        Or pixel-col < 1 Or pixel-col > frame-cols
            Move frame-rows To edit-count
            Move frame-cols To edit-count-2
            Display "MANDORBT: row/column outside the frame of "
                edit-count " rows by " edit-count-2 " columns"
                Upon Console
            Move 8 To Return-Code
            Stop Run
        End-If
    End-If.

Select-Palette.
    Move Spaces To active-palette-ramp
    Move 0 To active-palette-length
    Perform Varying Palette-Idx From 1 By 1 Until Palette-Idx > 2
        If PT-Name(Palette-Idx) = Pm-Palette-Name
            Move PT-Ramp(Palette-Idx)   To active-palette-ramp
            Move PT-Length(Palette-Idx) To active-palette-length
        End-If
    End-Perform
    If active-palette-length = 0
        Move PT-Ramp(1)   To active-palette-ramp
        Move PT-Length(1) To active-palette-length
        Move PT-Name(1)   To Pm-Palette-Name
    End-If.

Select-Precision-Mode.
    Move "N" To precision-flag
    If Pm-Step-Size < precision-threshold
        Set precision-is-high To True
    End-If.

Select-AA-Mode.
    Move "N" To aa-flag
    Move 1 To aa-factor
    If Pm-Mode-Ppm-Any And Pm-AA-2x
        Set aa-is-active To True
        Move 2 To aa-factor
    End-If
    If Pm-Mode-Ppm-Any And Pm-AA-3x
        Set aa-is-active To True
        Move 3 To aa-factor
    End-If
    Compute aa-sample-count = aa-factor * aa-factor
    If aa-is-active And Pm-Step-Size > 0
        Compute aa-sub-step = Pm-Step-Size / aa-factor
    Else
        Move 0 To aa-sub-step
    End-If.

Write-Trace-Heading.
    Move Spaces To report-line
    String "ORBIT TRACE  RUN ID " Delimited By Size
           trace-run-id Delimited By Size
           "  DSN " Delimited By Size
           trace-dsn-of-run Delimited By Size
        Into report-line
    Write Trace-Record From report-line
    Move Spaces To report-line
    If point-by-pixel
        Move pixel-row To edit-count
        Move pixel-col To edit-count-2
        String "PIXEL ROW " Delimited By Size
               edit-count Delimited By Size
               "  COL " Delimited By Size
               edit-count-2 Delimited By Size
            Into report-line
    Else
        Move "POINT GIVEN ON THE TRACE CARD" To report-line
    End-If
    Write Trace-Record From report-line
    Move Spaces To report-line
    Move real-value      To edit-value
    Move imaginary-value To edit-value-2
    String "POINT REAL " Delimited By Size
           edit-value Delimited By Size
           "  IMAG " Delimited By Size
           edit-value-2 Delimited By Size
        Into report-line
    Write Trace-Record From report-line
    If Pm-Type-Julia
        Move Spaces To report-line
        Move Pm-Julia-Real To edit-value
        Move Pm-Julia-Imag To edit-value-2
        String "JULIA CONSTANT REAL " Delimited By Size
               edit-value Delimited By Size
               "  IMAG " Delimited By Size
               edit-value-2 Delimited By Size
            Into report-line
        Write Trace-Record From report-line
    End-If
    Move Spaces To report-line
    Move Pm-Max-Iter To edit-count
    Move Pm-Step-Size To edit-value
    String "TYPE " Delimited By Size
           Pm-Fractal-Type Delimited By Size
           "  MODE " Delimited By Size
           Pm-Output-Mode Delimited By Size
           "  MAX-ITER " Delimited By Size
           edit-count Delimited By Size
           "  PALETTE " Delimited By Size
           Pm-Palette-Name Delimited By Size
           "  AA " Delimited By Size
           Pm-AA-Factor Delimited By Size
           "  STEP " Delimited By Size
           edit-value Delimited By Size
        Into report-line
    Write Trace-Record From report-line
    Move Spaces To report-line
    If precision-is-high
        Move "ARITHMETIC HIGH PRECISION (STEP BELOW 0.001)"
            To report-line
    Else
        Move "ARITHMETIC STANDARD PRECISION" To report-line
    End-If
    If Pm-Mode-Ppm-Any
        Move "EXIT TEST |Z|**2 > 4, SMOOTH COLOR"
            To report-line(50:40)
    Else
        Move "EXIT TEST |Z REAL| > 2 AND |Z IMAG| > 2, PALETTE"
            To report-line(50:50)
    End-If
    Write Trace-Record From report-line.

Trace-One-Point.
    Perform Set-Point-Constant
    Perform Write-Sample-Heading
    Perform Check-Interior-Shortcut
    If point-is-interior
        Compute iteration-counter = max-iterations + 1
    Else
        If precision-is-high
            Perform Trace-One-Point-HP
        Else
            Perform Trace-One-Point-Standard
        End-If
    End-If
    Compute palette-position =
        ((iteration-counter - 1) * active-palette-length / max-iterations) + 1
    If palette-position > active-palette-length
        Move active-palette-length To palette-position
    End-If
    If palette-position < 1
        Move 1 To palette-position
    End-If
    Perform Write-Exit-Line
    Move Spaces To report-line
    Move iteration-counter To edit-count
    Move palette-position To edit-count-2
    String "RESULT ITERATIONS " Delimited By Size
           edit-count Delimited By Size
           "  PALETTE POSITION " Delimited By Size
           edit-count-2 Delimited By Size
           "  CHARACTER '" Delimited By Size
           active-palette-ramp(palette-position:1) Delimited By Size
           "'" Delimited By Size
        Into report-line
    Write Trace-Record From report-line.

Set-Point-Constant.
    Move real-value      To z-start-real
    Move imaginary-value To z-start-imag
    If Pm-Type-Julia
        Move Pm-Julia-Real To c-real
        Move Pm-Julia-Imag To c-imag
    Else
        Move real-value      To c-real
        Move imaginary-value To c-imag
    End-If.

Check-Interior-Shortcut.
    Move "N" To interior-flag
    Move "MAXITER" To exit-reason
    If Not Pm-Type-Julia
        Compute card-x = 0 - c-real
        Compute card-y = 0 - c-imag
        If Function Abs (card-x) Not Greater Than 2
        And Function Abs (card-y) Not Greater Than 2
            Compute card-xq = card-x - 0.25
            Compute card-q = card-xq * card-xq + card-y * card-y
            Compute card-sum = card-q + card-xq
            Compute card-lhs = card-q * card-sum
            Compute card-rhs = 0.25 * card-y * card-y
            If card-lhs < card-rhs
                Set point-is-interior To True
                Set exit-by-cardioid To True
            End-If
            If Not point-is-interior
                Compute card-xb = card-x + 1
                Compute card-bulb = card-xb * card-xb + card-y * card-y
                If card-bulb < 0.0625
                    Set point-is-interior To True
                    Set exit-by-bulb To True
                End-If
            End-If
        End-If
    End-If.

Trace-One-Point-Standard.
    Move z-start-real To foo-R
    Move z-start-imag To foo-I
    Move foo-R To saved-R
    Move foo-I To saved-I
    Move 8 To period-stride
    Move 0 To period-stride-count
    Move 0 To saved-step
    Perform Varying iteration-counter From 1 By 1 Until iteration-counter > max-iterations
        Compute bar-R = foo-R * foo-R - foo-I * foo-I
        Compute bar-I = foo-R * foo-I + foo-I * foo-R
        Compute foo-R = bar-R - c-real
        Compute foo-I = bar-I - c-imag
        Compute bailout-mod-sq = foo-R * foo-R + foo-I * foo-I
        Move foo-R To SL-Z-Real
        Move foo-I To SL-Z-Imag
        Move Spaces To SL-Note
        If (Function Abs (foo-R) > 2) And (Function Abs (foo-I) > 2)
            Set exit-by-bailout To True
            Perform Write-Step-Line
            Exit Perform
        End-If
        If foo-R = saved-R And foo-I = saved-I
            Set exit-by-period To True
            Perform Write-Step-Line
            Compute iteration-counter = max-iterations + 1
            Exit Perform
        End-If
        Perform Advance-Period-Save
        Perform Write-Step-Line
    End-Perform.

Advance-Period-Save.
    Add 1 To period-stride-count
    If period-stride-count Not Less Than period-stride
        Move foo-R To saved-R
        Move foo-I To saved-I
        Move 0 To period-stride-count
        Compute period-stride = period-stride * 2
        Move iteration-counter To saved-step
        Move "PERIOD CHECK VALUE SAVED" To SL-Note
    End-If.

Advance-Period-Save-HP.
    Add 1 To period-stride-count
    If period-stride-count Not Less Than period-stride
        Move foo-R-hp To saved-R-hp
        Move foo-I-hp To saved-I-hp
        Move 0 To period-stride-count
        Compute period-stride = period-stride * 2
        Move iteration-counter To saved-step
        Move "PERIOD CHECK VALUE SAVED" To SL-Note
    End-If.

Trace-One-Point-HP.
    Move z-start-real To foo-R-hp
    Move z-start-imag To foo-I-hp
    Move foo-R-hp To saved-R-hp
    Move foo-I-hp To saved-I-hp
    Move 8 To period-stride
    Move 0 To period-stride-count
    Move 0 To saved-step
    Perform Varying iteration-counter From 1 By 1 Until iteration-counter > max-iterations
        Compute bar-R-hp = foo-R-hp * foo-R-hp - foo-I-hp * foo-I-hp
        Compute bar-I-hp = foo-R-hp * foo-I-hp + foo-I-hp * foo-R-hp
        Compute foo-R-hp = bar-R-hp - c-real
        Compute foo-I-hp = bar-I-hp - c-imag
        Compute bailout-mod-sq = foo-R-hp * foo-R-hp + foo-I-hp * foo-I-hp
        Move foo-R-hp To SL-Z-Real
        Move foo-I-hp To SL-Z-Imag
        Move Spaces To SL-Note
        If (Function Abs (foo-R-hp) > 2) And (Function Abs (foo-I-hp) > 2)
            Set exit-by-bailout To True
            Perform Write-Step-Line
            Exit Perform
        End-If
        If foo-R-hp = saved-R-hp And foo-I-hp = saved-I-hp
            Set exit-by-period To True
            Perform Write-Step-Line
            Compute iteration-counter = max-iterations + 1
            Exit Perform
        End-If
        Perform Advance-Period-Save-HP
        Perform Write-Step-Line
    End-Perform.

Trace-One-Pixel-AA.
    Move real-value      To aa-base-real
    Move imaginary-value To aa-base-imag
    Move 0 To aa-red-sum
    Move 0 To aa-green-sum
    Move 0 To aa-blue-sum
    Move 0 To sample-no
    Perform Varying aa-sr From 1 By 1 Until aa-sr > aa-factor
        Compute imaginary-value =
            aa-base-imag + (aa-sr - 1) * aa-sub-step
        Perform Varying aa-sc From 1 By 1 Until aa-sc > aa-factor
            Compute real-value =
                aa-base-real + (aa-sc - 1) * aa-sub-step
            Add 1 To sample-no
            Perform Trace-One-Point-Smooth
            Add ppm-red   To aa-red-sum
            Add ppm-green To aa-green-sum
            Add ppm-blue  To aa-blue-sum
        End-Perform
    End-Perform
    Compute ppm-red   Rounded = aa-red-sum   / aa-sample-count
    Compute ppm-green Rounded = aa-green-sum / aa-sample-count
    Compute ppm-blue  Rounded = aa-blue-sum  / aa-sample-count
    Move aa-base-real To real-value
    Move aa-base-imag To imaginary-value
    Move Spaces To report-line
    Write Trace-Record From report-line
    Move Spaces To report-line
    Move aa-sample-count To edit-count
    Move ppm-red   To edit-color-r
    Move ppm-green To edit-color-g
    Move ppm-blue  To edit-color-b
    String "PIXEL COLOR AVERAGED OVER " Delimited By Size
           edit-count Delimited By Size
           " SAMPLES  RGB " Delimited By Size
           edit-color-r Delimited By Size
           " " Delimited By Size
           edit-color-g Delimited By Size
           " " Delimited By Size
           edit-color-b Delimited By Size
        Into report-line
    Write Trace-Record From report-line.

Trace-One-Point-Smooth.
    Perform Set-Point-Constant
    Perform Write-Sample-Heading
    Perform Check-Interior-Shortcut
    If point-is-interior
        Compute iteration-counter = max-iterations + 1
    Else
        If precision-is-high
            Perform Trace-One-Point-Smooth-HP
        Else
            Perform Trace-One-Point-Smooth-Standard
        End-If
    End-If
    Perform Compute-Smooth-Color
    Perform Write-Exit-Line
    Move Spaces To report-line
    Move iteration-counter To edit-count
    Move ppm-red   To edit-color-r
    Move ppm-green To edit-color-g
    Move ppm-blue  To edit-color-b
    If iteration-counter > max-iterations
        String "RESULT ITERATIONS " Delimited By Size
               edit-count Delimited By Size
               "  INTERIOR, RGB " Delimited By Size
               edit-color-r Delimited By Size
               " " Delimited By Size
               edit-color-g Delimited By Size
               " " Delimited By Size
               edit-color-b Delimited By Size
            Into report-line
    Else
        Move smooth-nu To edit-small
        Move smooth-t  To edit-value
        String "RESULT ITERATIONS " Delimited By Size
               edit-count Delimited By Size
               "  SMOOTH NU " Delimited By Size
               edit-small Delimited By Size
               "  T " Delimited By Size
               edit-value Delimited By Size
               "  RGB " Delimited By Size
               edit-color-r Delimited By Size
               " " Delimited By Size
               edit-color-g Delimited By Size
               " " Delimited By Size
               edit-color-b Delimited By Size
            Into report-line
    End-If
    Write Trace-Record From report-line.

Trace-One-Point-Smooth-Standard.
    Move z-start-real To foo-R
    Move z-start-imag To foo-I
    Move foo-R To saved-R
    Move foo-I To saved-I
    Move 8 To period-stride
    Move 0 To period-stride-count
    Move 0 To saved-step
    Perform Varying iteration-counter From 1 By 1 Until iteration-counter > max-iterations
        Compute bar-R = foo-R * foo-R - foo-I * foo-I
        Compute bar-I = foo-R * foo-I + foo-I * foo-R
        Compute foo-R = bar-R - c-real
        Compute foo-I = bar-I - c-imag
        Compute bailout-mod-sq = foo-R * foo-R + foo-I * foo-I
        Move foo-R To SL-Z-Real
        Move foo-I To SL-Z-Imag
        Move Spaces To SL-Note
        If bailout-mod-sq > 4
            Set exit-by-bailout To True
            Perform Write-Step-Line
            Exit Perform
        End-If
        If foo-R = saved-R And foo-I = saved-I
            Set exit-by-period To True
            Perform Write-Step-Line
            Compute iteration-counter = max-iterations + 1
            Exit Perform
        End-If
        Perform Advance-Period-Save
        Perform Write-Step-Line
    End-Perform.

Trace-One-Point-Smooth-HP.
    Move z-start-real To foo-R-hp
    Move z-start-imag To foo-I-hp
    Move foo-R-hp To saved-R-hp
    Move foo-I-hp To saved-I-hp
    Move 8 To period-stride
    Move 0 To period-stride-count
    Move 0 To saved-step
    Perform Varying iteration-counter From 1 By 1 Until iteration-counter > max-iterations
        Compute bar-R-hp = foo-R-hp * foo-R-hp - foo-I-hp * foo-I-hp
        Compute bar-I-hp = foo-R-hp * foo-I-hp + foo-I-hp * foo-R-hp
        Compute foo-R-hp = bar-R-hp - c-real
        Compute foo-I-hp = bar-I-hp - c-imag
        Compute bailout-mod-sq = foo-R-hp * foo-R-hp + foo-I-hp * foo-I-hp
        Move foo-R-hp To SL-Z-Real
        Move foo-I-hp To SL-Z-Imag
        Move Spaces To SL-Note
        If bailout-mod-sq > 4
            Set exit-by-bailout To True
            Perform Write-Step-Line
            Exit Perform
        End-If
        If foo-R-hp = saved-R-hp And foo-I-hp = saved-I-hp
            Set exit-by-period To True
            Perform Write-Step-Line
            Compute iteration-counter = max-iterations + 1
            Exit Perform
        End-If
        Perform Advance-Period-Save-HP
        Perform Write-Step-Line
    End-Perform.

Compute-Smooth-Color.
    If iteration-counter > max-iterations
        Move 0 To ppm-red
        Move 0 To ppm-green
        Move 0 To ppm-blue
    Else
        Compute smooth-base      = iteration-counter + 1
        Compute smooth-sqrt      = Function Sqrt (bailout-mod-sq)
        Compute smooth-log-inner = Function Log (smooth-sqrt)
        Compute smooth-log-outer = Function Log (smooth-log-inner)
        Compute smooth-log2      = Function Log (2)
        Compute smooth-ratio     = smooth-log-outer / smooth-log2
        Compute smooth-nu = smooth-base - smooth-ratio
        Compute smooth-t = smooth-nu / max-iterations
        If smooth-t < 0
            Move 0 To smooth-t
        End-If
        If smooth-t > 1
            Move 1 To smooth-t
        End-If
        Compute ppm-red   Rounded =
            9   * (1 - smooth-t) * smooth-t * smooth-t * smooth-t * 255
        Compute ppm-green Rounded =
            15  * (1 - smooth-t) * (1 - smooth-t) * smooth-t * smooth-t * 255
        Compute ppm-blue  Rounded =
            8.5 * (1 - smooth-t) * (1 - smooth-t) * (1 - smooth-t) * smooth-t * 255
    End-If.

Write-Sample-Heading.
    Move Spaces To report-line
    Write Trace-Record From report-line
    If sample-no > 0
        Move Spaces To report-line
        Move sample-no To edit-count
        Move aa-sample-count To edit-count-2
        Move real-value To edit-value
        Move imaginary-value To edit-value-2
        String "SAMPLE " Delimited By Size
               edit-count Delimited By Size
               " OF " Delimited By Size
               edit-count-2 Delimited By Size
               "  REAL " Delimited By Size
               edit-value Delimited By Size
               "  IMAG " Delimited By Size
               edit-value-2 Delimited By Size
            Into report-line
        Write Trace-Record From report-line
    End-If
    Move Spaces To report-line
    Move c-real To edit-value
    Move c-imag To edit-value-2
    String "C REAL " Delimited By Size
           edit-value Delimited By Size
           "  IMAG " Delimited By Size
           edit-value-2 Delimited By Size
           "  (ITERATION IS Z = Z**2 - C)" Delimited By Size
        Into report-line
    Write Trace-Record From report-line
    Write Trace-Record From step-heading
    Move 0 To SL-Step
    Move z-start-real To SL-Z-Real
    Move z-start-imag To SL-Z-Imag
    Compute bailout-mod-sq =
        z-start-real * z-start-real + z-start-imag * z-start-imag
    Move bailout-mod-sq To SL-Mod-Sq
    Move "STARTING Z, PERIOD CHECK VALUE SAVED" To SL-Note
    Write Trace-Record From step-line.

Write-Step-Line.
    Move iteration-counter To SL-Step
    Move bailout-mod-sq To SL-Mod-Sq
    Evaluate True
        When exit-by-bailout
            Move "BAILOUT" To SL-Note
        When exit-by-period
            Move "PERIOD DETECTED" To SL-Note
        When Other
            Continue
    End-Evaluate
    Write Trace-Record From step-line.

Write-Exit-Line.
    Move Spaces To report-line
    Evaluate True
        When exit-by-cardioid
            Move "EXIT   INTERIOR SHORTCUT, MAIN CARDIOID - NO ITERATION"
                To report-line
        When exit-by-bulb
            Move "EXIT   INTERIOR SHORTCUT, PERIOD-2 BULB - NO ITERATION"
                To report-line
        When exit-by-bailout
            Move iteration-counter To edit-count
            String "EXIT   BAILOUT AT STEP " Delimited By Size
                   edit-count Delimited By Size
                Into report-line
        When exit-by-period
            Move max-iterations To edit-count
            Move saved-step To edit-count-2
            String "EXIT   PERIOD DETECTED, Z REPEATS THE VALUE SAVED AT STEP "
                       Delimited By Size
                   edit-count-2 Delimited By Size
                   " - TREATED AS INTERIOR" Delimited By Size
                Into report-line
        When Other
            Move max-iterations To edit-count
            String "EXIT   MAX-ITER " Delimited By Size
                   edit-count Delimited By Size
                   " REACHED WITHOUT ESCAPE - INTERIOR" Delimited By Size
                Into report-line
    End-Evaluate
    Write Trace-Record From report-line.
