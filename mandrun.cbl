Working-Storage Section.
01 Sysin-Status PIC XX.
01 Manderr-Status PIC XX.
01 run-error-message PIC X(80).
01 Log-Lock-Base  PIC X(44) Value "MANDLOG".
01 lock-try       PIC S9(5) COMP-5 VALUE 0.
01 Max-Lock-Tries PIC S9(5) COMP-5 VALUE 1000.
01 log-lock-flag  PIC X Value "N".
    88 log-lock-is-held Value "Y".
01 render-rc        PIC S9(4) COMP-5 VALUE 0.
01 auth-rc          PIC S9(4) COMP-5 VALUE 0.
01 region-version   PIC 9(5) Value 0.

01 render-parm.
    Copy mandparm.

01 auth-parm.
    Copy authprm.

Procedure Division.
Main-Paragraph.
    Open Input Sysin-File
    End-Read
    Close Sysin-File
    If CC-Region-Name Not = Spaces
        Call "RGNLOOK" Using CC-Region-Name, CC-Viewport,
            region-version
        If Return-Code Not = 0
            Display "MANDRUN: region " CC-Region-Name
                " not found in the region catalog" Upon Console
            Move 8 To Return-Code
            Stop Run
        End-If
        Move Spaces To CC-Source
        Move CC-Region-Name To CC-Src-Region
        Move region-version To CC-Src-Version
    End-If
    Perform Check-Request-Authority
    Move CC-Viewport To render-parm
    Move CC-AA-Factor To Pm-AA-Factor Of render-parm
    Call "MANDELBROT" Using render-parm, CC-Output-Dsn
    Move Return-Code To render-rc
    Call "NDXSTAMP" Using CC-Output-Dsn, CC-Frame-Id, CC-Requester-Id,
        CC-Source
    Move render-rc To Return-Code
    If Return-Code Not = 0
        Display "MANDRUN: control card rejected, see MANDERR for reason" Upon Console
    Else
        Perform Charge-Request-Usage
    End-If
    Stop Run.

Check-Request-Authority.
    Move Spaces To auth-parm
    Move "CHECK" To AP-Function
    Move CC-Requester-Id To AP-Requester-Id
    Move CC-Output-Dsn   To AP-Output-Dsn
    Move CC-AA-Factor    To AP-AA-Factor
    Move CC-Viewport     To AP-Viewport
    Call "AUTHCHK" Using auth-parm
    Move Return-Code To auth-rc
    If auth-rc = 12
        Display "MANDRUN: " AP-Reason Upon Console
        Move 12 To Return-Code
        Stop Run
    End-If
    If auth-rc Not = 0
        Display "MANDRUN: control card rejected, " AP-Reason
            Upon Console
        Move AP-Reason To run-error-message
        Perform Write-Error-Record
        Move 16 To Return-Code
        Stop Run
    End-If.

Charge-Request-Usage.
    Move "CHARGE" To AP-Function
    Call "AUTHCHK" Using auth-parm
    If Return-Code Not = 0
        Display "MANDRUN: render usage not charged to "
            CC-Requester-Id ", " AP-Reason Upon Console
        Move 4 To Return-Code
    End-If.

Log-Region-Error.
    Move Spaces To run-error-message
    String "Region name not found in the region catalog: "
            Delimited By Size
           CC-Region-Name Delimited By Size
        Into run-error-message
    Perform Write-Error-Record.

Write-Error-Record.
    Perform Take-Log-Lock
    Open Extend Manderr-File
    If Manderr-Status Not = "00"
        Open Output Manderr-File
    End-If
    Move CC-Output-Dsn To ME-Output-Dsn
    Move run-error-message To ME-Message
    Move Function Current-Date(1:16) To ME-Run-Id
    Write Manderr-Record
    Close Manderr-File
