Identification Division.
Program-ID. AUTHCHK.

Environment Division.
Input-Output Section.
File-Control.
    Select Auth-File Assign To "MANDAUTH"
        Organization Is Indexed
        Access Mode Is Random
        Record Key Is AU-Requester-Id
        File Status Is Auth-Status.

    Select Manduse-File Assign To "MANDUSE"
        Organization Is Line Sequential
        File Status Is Manduse-Status.

Data Division.
File Section.
FD  Auth-File.
01  Auth-Record.
    Copy authrec.

FD  Manduse-File.
01  Manduse-Record.
    Copy authlog.

Working-Storage Section.
01 Auth-Status    PIC XX.
01 Manduse-Status PIC XX.
01 Auth-Lock-Base PIC X(44) Value "MANDAUTH".
01 lock-try       PIC S9(5) COMP-5 VALUE 0.
01 Max-Lock-Tries PIC S9(5) COMP-5 VALUE 1000.
01 auth-lock-flag PIC X Value "N".
    88 auth-lock-is-held Value "Y".
01 auth-rc        PIC S9(4) COMP-5 VALUE 0.

01 record-flag PIC X Value "N".
    88 record-was-found Value "Y".
01 reject-flag PIC X Value "N".
    88 request-is-rejected Value "Y".
01 usage-month PIC X(6).

01 Max-Row-Width       PIC S9(5) COMP-5 VALUE 2000.
01 Max-Row-Count       PIC S9(5) COMP-5 VALUE 9999.
01 precision-threshold PIC S9(3)V9(6) COMP-5 VALUE 0.001000.
01 auth-real-span PIC S9(3)V9(15) COMP-5.
01 auth-imag-span PIC S9(3)V9(15) COMP-5.
01 auth-col-limit PIC S9(8)V9(10) COMP-5.
01 auth-row-limit PIC S9(8)V9(10) COMP-5.
01 auth-cols      PIC S9(9) COMP-5.
01 auth-rows      PIC S9(9) COMP-5.
01 projected-used PIC 9(13).

01 priority-display PIC 9.
01 limit-display    PIC ZZZZZZZZZZZ9.
01 asked-display    PIC ZZZZZZZZZZZ9.
01 used-display     PIC ZZZZZZZZZZZ9.

Linkage Section.
01 LS-Auth.
    Copy authprm.

Procedure Division Using LS-Auth.
Main-Paragraph.
    Move 0 To auth-rc
    Move Function Current-Date(1:6) To usage-month
    Evaluate True
        When AP-Function-Check
            Perform Check-Request
        When AP-Function-Charge
            Perform Charge-Request
        When Other
            Move Spaces To AP-Violation
            Move "Unknown authorization function" To AP-Reason
            Move 8 To auth-rc
    End-Evaluate
    Move auth-rc To Return-Code
    Goback.

Check-Request.
    Move Spaces To AP-Violation
    Move Spaces To AP-Reason
    Move "N" To reject-flag
    Perform Count-Request-Pixels
    Perform Take-Auth-Lock
    Perform Open-Auth-File
    If Auth-Status Not = "00"
        Perform Free-Auth-Lock
        Move 12 To auth-rc
    Else
        Perform Read-Auth-Record
        If Not record-was-found
            Set request-is-rejected To True
            If AP-Requester-Id = Spaces
                Move "REQUESTER" To AP-Violation
                Move "No requester id given, renders must name an authorized requester"
                    To AP-Reason
            Else
                Move "NO AUTH" To AP-Violation
                String "Requester " Delimited By Size
                       AP-Requester-Id Delimited By Space
                       " is not in the authorization file" Delimited By Size
                    Into AP-Reason
            End-If
        Else
            Perform Roll-Usage-Month
            Perform Judge-Request
            If request-is-rejected
                Add 1 To AU-Rejects
                Rewrite Auth-Record
                    Invalid Key
                        Continue
                End-Rewrite
            End-If
        End-If
        Close Auth-File
        If request-is-rejected
            Move Spaces To Manduse-Record
            Set AL-Event-Reject To True
            Move AP-Violation To AL-Violation
            Move AP-Reason    To AL-Reason
            Perform Write-Usage-Log
            Move 16 To auth-rc
        End-If
        Perform Free-Auth-Lock
    End-If.

Judge-Request.
    Evaluate True
        When AP-Priority Numeric And AP-Priority < AU-Top-Priority
            Set request-is-rejected To True
            Move "PRIORITY" To AP-Violation
            Move AU-Top-Priority To priority-display
            String "Priority " Delimited By Size
                   AP-Priority Delimited By Size
                   " is above the highest allowed for the requester, "
                       Delimited By Size
                   priority-display Delimited By Size
                Into AP-Reason
        When Pm-Max-Iter > AU-Max-Iter
            Set request-is-rejected To True
            Move "MAX-ITER" To AP-Violation
            String "MAX-ITER " Delimited By Size
                   Pm-Max-Iter Delimited By Size
                   " exceeds the requester limit of " Delimited By Size
                   AU-Max-Iter Delimited By Size
                Into AP-Reason
        When AP-Frame-Pixels > AU-Max-Pixels
            Set request-is-rejected To True
            Move "FRAME SIZE" To AP-Violation
            Move AP-Frame-Pixels To asked-display
            Move AU-Max-Pixels   To limit-display
            String "Frame of " Delimited By Size
                   Function Trim(asked-display) Delimited By Size
                   " pixels exceeds the requester limit of "
                       Delimited By Size
                   Function Trim(limit-display) Delimited By Size
                Into AP-Reason
        When (AP-AA-Factor = "2" Or AP-AA-Factor = "3")
        And Not AU-AA-Is-Allowed
            Set request-is-rejected To True
            Move "AA FACTOR" To AP-Violation
            String "AA-FACTOR " Delimited By Size
                   AP-AA-Factor Delimited By Size
                   " is not allowed for the requester" Delimited By Size
                Into AP-Reason
        When Pm-Step-Size > 0 And Pm-Step-Size < precision-threshold
        And Not AU-HP-Is-Allowed
            Set request-is-rejected To True
            Move "PRECISION" To AP-Violation
            Move "STEP-SIZE needs high precision, which is not allowed for the requester"
                To AP-Reason
        When Other
            Compute projected-used = AU-Pixels-Used + AP-Charge-Pixels
            If projected-used > AU-Monthly-Budget
                Set request-is-rejected To True
                Move "BUDGET" To AP-Violation
                Move AU-Pixels-Used    To used-display
                Move AP-Charge-Pixels  To asked-display
                Move AU-Monthly-Budget To limit-display
                String "Monthly pixel budget exceeded: used "
                           Delimited By Size
                       Function Trim(used-display) Delimited By Size
                       " + " Delimited By Size
                       Function Trim(asked-display) Delimited By Size
                       " > " Delimited By Size
                       Function Trim(limit-display) Delimited By Size
                    Into AP-Reason
            End-If
    End-Evaluate.

Count-Request-Pixels.
    Move 0 To AP-Frame-Pixels
    Move 0 To AP-Charge-Pixels
    If Pm-Step-Size > 0
    And Pm-Real-Min < Pm-Real-Max
    And Pm-Imag-Min < Pm-Imag-Max
        Compute auth-real-span = Pm-Real-Max - Pm-Real-Min
        Compute auth-imag-span = Pm-Imag-Max - Pm-Imag-Min
        Compute auth-col-limit = Pm-Step-Size * Max-Row-Width
        Compute auth-row-limit = Pm-Step-Size * Max-Row-Count
        If auth-real-span Not Greater Than auth-col-limit
        And auth-imag-span Not Greater Than auth-row-limit
            Compute auth-cols = Function Integer-Part
                (auth-real-span / Pm-Step-Size) + 1
            Compute auth-rows = Function Integer-Part
                (auth-imag-span / Pm-Step-Size) + 1
            Compute AP-Frame-Pixels = auth-cols * auth-rows
            Move AP-Frame-Pixels To AP-Charge-Pixels
            If AP-AA-Factor = "2"
                Compute AP-Charge-Pixels = AP-Frame-Pixels * 4
            End-If
            If AP-AA-Factor = "3"
                Compute AP-Charge-Pixels = AP-Frame-Pixels * 9
            End-If
        End-If
    End-If.

Charge-Request.
    Move Spaces To AP-Violation
    Move Spaces To AP-Reason
    Perform Take-Auth-Lock
    Perform Open-Auth-File
    If Auth-Status Not = "00"
        Perform Free-Auth-Lock
        Move 12 To auth-rc
    Else
        Perform Read-Auth-Record
        If record-was-found
            Perform Roll-Usage-Month
            Add AP-Charge-Pixels To AU-Pixels-Used
                On Size Error
                    Move 999999999999 To AU-Pixels-Used
            End-Add
            Add 1 To AU-Renders-Used
            Rewrite Auth-Record
                Invalid Key
                    Move "N" To record-flag
            End-Rewrite
        End-If
        Close Auth-File
        If record-was-found
            Move Spaces To Manduse-Record
            Set AL-Event-Charge To True
            Perform Write-Usage-Log
        Else
            Move "Requester record could not be updated with the usage"
                To AP-Reason
            Move 8 To auth-rc
        End-If
        Perform Free-Auth-Lock
    End-If.

Open-Auth-File.
    Open I-O Auth-File
    If Auth-Status Not = "00"
        Move Spaces To AP-Reason
        String "Authorization file MANDAUTH unavailable, status "
                Delimited By Size
               Auth-Status Delimited By Size
            Into AP-Reason
    End-If.

Read-Auth-Record.
    Move "N" To record-flag
    If AP-Requester-Id Not = Spaces
        Move AP-Requester-Id To AU-Requester-Id
        Read Auth-File
            Invalid Key
                Continue
            Not Invalid Key
                Set record-was-found To True
        End-Read
    End-If.

Roll-Usage-Month.
    If AU-Usage-Month Not = usage-month
    Or AU-Pixels-Used Not Numeric
    Or AU-Renders-Used Not Numeric
    Or AU-Rejects Not Numeric
        Move usage-month To AU-Usage-Month
        Move 0 To AU-Pixels-Used
        Move 0 To AU-Renders-Used
        Move 0 To AU-Rejects
    End-If.

Write-Usage-Log.
    Move Function Current-Date To AL-Timestamp
    Move AP-Requester-Id       To AL-Requester-Id
    Move AP-Charge-Pixels      To AL-Pixels
    Move AP-Output-Dsn         To AL-Output-Dsn
    Open Extend Manduse-File
    If Manduse-Status Not = "00"
        Open Output Manduse-File
    End-If
    If Manduse-Status = "00"
        Write Manduse-Record
        Close Manduse-File
    End-If.

Take-Auth-Lock.
    Move "N" To auth-lock-flag
    Move 0 To lock-try
    Perform Try-Auth-Lock-Once
        Until auth-lock-is-held Or lock-try Not Less Than Max-Lock-Tries.

Try-Auth-Lock-Once.
    Add 1 To lock-try
    Call "LOKTAKE" Using Auth-Lock-Base
    If Return-Code = 0
        Set auth-lock-is-held To True
    End-If.

Free-Auth-Lock.
    If auth-lock-is-held
        Call "LOKFREE" Using Auth-Lock-Base
        Move "N" To auth-lock-flag
    End-If.
