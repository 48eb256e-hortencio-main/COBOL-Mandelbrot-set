Identification Division.
Program-ID. ESTFIT.

Environment Division.
Input-Output Section.
File-Control.
    Select Mandaudit-File Assign To "MANDAUDIT"
        Organization Is Line Sequential
        File Status Is Mandaudit-Status.

Data Division.
File Section.
FD  Mandaudit-File.
01  Mandaudit-Record.
    05 MA-Run-Timestamp PIC X(21).
    05 MA-Operator-Id   PIC X(20).
    05 MA-Real-Min      PIC X(20).
    05 MA-Real-Max      PIC X(20).
    05 MA-Imag-Min      PIC X(20).
    05 MA-Imag-Max      PIC X(20).
    05 MA-Max-Iter      PIC X(3).
    05 MA-Elapsed-Text  PIC X(9).
    05 MA-Output-Dsn    PIC X(44).
    05 MA-Run-Id        PIC X(16).
    05 MA-Step-Text     PIC X(20).

Working-Storage Section.
01 Mandaudit-Status PIC XX.

01 eof-flag PIC X Value "N".
    88 end-of-audit Value "Y".
01 load-flag PIC X Value "N".
    88 history-was-loaded Value "Y".

01 Max-History-Entries PIC S9(5) COMP-5 VALUE 2000.
01 history-table.
    05 history-entry Occurs 2000 Times.
        10 HT-Timestamp PIC X(21).
        10 HT-Dsn       PIC X(44).
        10 HT-Pixels    PIC S9(9) COMP-5.
        10 HT-Max-Iter  PIC S9(5) COMP-5.
        10 HT-Work      PIC S9(15) COMP-5.
        10 HT-Elapsed   PIC S9(7)V9(2) COMP-5.
        10 HT-Picked    PIC X.
01 history-count    PIC S9(5) COMP-5 VALUE 0.
01 history-idx      PIC S9(5) COMP-5 VALUE 0.
01 skipped-history  PIC S9(9) COMP-5 VALUE 0.
01 overflow-history PIC S9(9) COMP-5 VALUE 0.

01 hist-real-min  PIC S9(3)V9(15) COMP-5.
01 hist-real-max  PIC S9(3)V9(15) COMP-5.
01 hist-imag-min  PIC S9(3)V9(15) COMP-5.
01 hist-imag-max  PIC S9(3)V9(15) COMP-5.
01 hist-step-size PIC S9(3)V9(15) COMP-5.
01 hist-max-iter  PIC S9(5) COMP-5.
01 hist-elapsed   PIC S9(7)V9(2) COMP-5.
01 hist-cols      PIC S9(9) COMP-5.
01 hist-rows      PIC S9(9) COMP-5.

01 Closest-Run-Count PIC S9(4) COMP-5 VALUE 3.
01 pick-idx       PIC S9(4) COMP-5.
01 picked-count   PIC S9(4) COMP-5 VALUE 0.
01 basis-idx      PIC S9(4) COMP-5.
01 best-idx       PIC S9(5) COMP-5.
01 best-distance  PIC S9(15) COMP-5.
01 work-distance  PIC S9(15) COMP-5.
01 work-ratio     PIC S9(9)V9(6) COMP-5.
01 sample-estimate PIC S9(9)V9(2) COMP-5.
01 estimate-sum   PIC S9(11)V9(2) COMP-5 VALUE 0.
01 estimated-secs PIC S9(9)V9(2) COMP-5 VALUE 0.
01 divisor-work   PIC S9(9)V9(2) COMP-5.
01 prospective-work PIC S9(15) COMP-5.

Linkage Section.
01 LS-Estimate.
    Copy estres.

Procedure Division Using LS-Estimate.
Main-Paragraph.
    If Not history-was-loaded
        Perform Load-Audit-History
    End-If
    Move Mandaudit-Status To EF-Audit-Status
    Move skipped-history  To EF-Skipped-History
    Move overflow-history To EF-Overflow-History
    Move 0 To EF-Estimated-Secs
    Move 0 To EF-Picked-Count
    Perform Varying basis-idx From 1 By 1
            Until basis-idx > Closest-Run-Count
        Move Spaces To EF-Basis-Timestamp(basis-idx)
        Move Spaces To EF-Basis-Dsn(basis-idx)
        Move 0 To EF-Basis-Pixels(basis-idx)
        Move 0 To EF-Basis-Max-Iter(basis-idx)
        Move 0 To EF-Basis-Elapsed(basis-idx)
    End-Perform
    If Mandaudit-Status Not = "00"
        Move 12 To Return-Code
        Goback
    End-If
    Move EF-Work To prospective-work
    Perform Varying history-idx From 1 By 1
            Until history-idx > history-count
        Move "N" To HT-Picked(history-idx)
    End-Perform
    Perform Pick-Closest-Runs
    Move picked-count   To EF-Picked-Count
    Move estimated-secs To EF-Estimated-Secs
    Move 0 To basis-idx
    Perform Varying history-idx From 1 By 1
            Until history-idx > history-count
        If HT-Picked(history-idx) = "Y"
            Add 1 To basis-idx
            Move HT-Timestamp(history-idx) To EF-Basis-Timestamp(basis-idx)
            Move HT-Dsn(history-idx)       To EF-Basis-Dsn(basis-idx)
            Move HT-Pixels(history-idx)    To EF-Basis-Pixels(basis-idx)
            Move HT-Max-Iter(history-idx)  To EF-Basis-Max-Iter(basis-idx)
            Move HT-Elapsed(history-idx)   To EF-Basis-Elapsed(basis-idx)
        End-If
    End-Perform
    Move 0 To Return-Code
    Goback.

Load-Audit-History.
    Set history-was-loaded To True
    Move 0 To history-count
    Move 0 To skipped-history
    Move 0 To overflow-history
    Open Input Mandaudit-File
    If Mandaudit-Status = "00"
        Move "N" To eof-flag
        Perform Load-One-History-Record Until end-of-audit
        Close Mandaudit-File
    End-If.

Load-One-History-Record.
    Read Mandaudit-File
        At End
            Set end-of-audit To True
        Not At End
            Perform Fit-One-History-Record
    End-Read.

Fit-One-History-Record.
    If MA-Step-Text = Spaces
        Add 1 To skipped-history
    Else
        Compute hist-step-size = Function Numval(MA-Step-Text)
        Compute hist-elapsed   = Function Numval(MA-Elapsed-Text)
        If hist-step-size Not Greater Than 0
        Or hist-elapsed Not Greater Than 0
            Add 1 To skipped-history
        Else
            Compute hist-real-min = Function Numval(MA-Real-Min)
            Compute hist-real-max = Function Numval(MA-Real-Max)
            Compute hist-imag-min = Function Numval(MA-Imag-Min)
            Compute hist-imag-max = Function Numval(MA-Imag-Max)
            Compute hist-max-iter = Function Numval(MA-Max-Iter)
            If hist-real-min Not Less Than hist-real-max
            Or hist-imag-min Not Less Than hist-imag-max
            Or hist-max-iter Not Greater Than 0
                Add 1 To skipped-history
            Else
                Compute hist-cols = Function Integer-Part
                    ((hist-real-max - hist-real-min) / hist-step-size)
                    + 1
                Compute hist-rows = Function Integer-Part
                    ((hist-imag-max - hist-imag-min) / hist-step-size)
                    + 1
                Perform Store-One-History-Entry
            End-If
        End-If
    End-If.

Store-One-History-Entry.
    If history-count < Max-History-Entries
        Add 1 To history-count
        Move MA-Run-Timestamp To HT-Timestamp(history-count)
        Move MA-Output-Dsn    To HT-Dsn(history-count)
        Compute HT-Pixels(history-count) = hist-cols * hist-rows
        Move hist-max-iter To HT-Max-Iter(history-count)
        Compute HT-Work(history-count) =
            HT-Pixels(history-count) * hist-max-iter
        Move hist-elapsed To HT-Elapsed(history-count)
        Move "N" To HT-Picked(history-count)
    Else
        Add 1 To overflow-history
    End-If.

Pick-Closest-Runs.
    Move 0 To picked-count
    Move 0 To estimate-sum
    Move 0 To estimated-secs
    Perform Varying pick-idx From 1 By 1
            Until pick-idx > Closest-Run-Count
        Perform Find-Closest-Run
        If best-idx > 0
            Add 1 To picked-count
            Move "Y" To HT-Picked(best-idx)
            Compute work-ratio =
                prospective-work / HT-Work(best-idx)
            Compute sample-estimate =
                HT-Elapsed(best-idx) * work-ratio
            Add sample-estimate To estimate-sum
        End-If
    End-Perform
    If picked-count > 0
        Move picked-count To divisor-work
        Compute estimated-secs = estimate-sum / divisor-work
    End-If.

Find-Closest-Run.
    Move 0 To best-idx
    Move 0 To best-distance
    Perform Varying history-idx From 1 By 1
            Until history-idx > history-count
        If HT-Picked(history-idx) = "N"
        And HT-Work(history-idx) > 0
            Compute work-distance =
                HT-Work(history-idx) - prospective-work
            If work-distance < 0
                Compute work-distance = 0 - work-distance
            End-If
            If best-idx = 0 Or work-distance < best-distance
                Move work-distance To best-distance
                Move history-idx To best-idx
            End-If
        End-If
    End-Perform.
