    Copy mandview Replacing Leading ==PM== By ==SP==.
01 end-parm.
    Copy mandview Replacing Leading ==PM== By ==EP==.
01 start-version PIC 9(5) Value 0.
01 end-version   PIC 9(5) Value 0.

01 start-real-span   PIC S9(3)V9(15) COMP-5.
01 start-imag-span   PIC S9(3)V9(15) COMP-5.
01 frame-row-count   PIC S9(5) COMP-5.

01 frame-table.
    05 frame-entry Occurs 99 Times PIC X(300).

01 path-card-work.
    Copy ctlcard.
    End-If.

Resolve-Regions.
    Call "RGNLOOK" Using ZP-Start-Region, start-parm, start-version
    If Return-Code Not = 0
        Move Spaces To path-message
        String "start region not found in the region catalog: "
        Set path-has-failed To True
    End-If
    If Not path-has-failed
        Call "RGNLOOK" Using ZP-End-Region, end-parm, end-version
        If Return-Code Not = 0
            Move Spaces To path-message
            String "end region not found in the region catalog: "
           frame-nn                     Delimited By Size
        Into CC-Output-Dsn Of path-card-work
    Move Spaces To CC-Region-Name Of path-card-work
    Move ZP-Start-Region To CC-Src-Region Of path-card-work
    Move start-version   To CC-Src-Version Of path-card-work
    Move ZP-End-Region   To CC-Src-End-Region Of path-card-work
    Move end-version     To CC-Src-End-Version Of path-card-work
    Move path-card-work To frame-entry(frame-idx).

Write-Deck.
