01 validation-flag   PIC X Value "N".
    88 validation-has-failed Value "Y".
01 validation-message PIC X(80).
01 transient-flag    PIC X Value "N".
    88 failure-is-transient Value "Y".
01 real-range-flag  PIC X Value "Y".
    88 real-range-is-valid Value "Y".
01 imag-range-flag  PIC X Value "Y".

Procedure Division Using LS-Parm, LS-Output-Dsn.
Main-Paragraph.
    Move "N" To transient-flag
    Perform Capture-Audit-Start
    Move LS-Output-Dsn To Output-Dsn-WS
    Move Pm-Max-Iter To max-iterations
    If validation-has-failed
        Perform Write-Audit-Record
        Perform Write-Index-Record
        Perform Set-Failure-Return-Code
        Goback
    End-If
    Perform Build-Checkpoint-Dsn
    If validation-has-failed
        Perform Write-Audit-Record
        Perform Write-Index-Record
        Perform Set-Failure-Return-Code
        Goback
    End-If
    Perform Write-Audit-Record
    Move 0 To Return-Code
    Goback.

Set-Failure-Return-Code.
    If failure-is-transient
        Move 8 To Return-Code
    Else
        Move 16 To Return-Code
    End-If.

Capture-Audit-Start.
    Display "USER" Upon Environment-Name
    Accept Audit-Operator-Id From Environment-Value
                Set index-record-was-found To True
        End-Read
        If index-record-was-found And validation-has-failed
        And (IX-Render-Completed Or IX-Render-Archived)
            Continue
        Else
            Perform Build-Index-Fields
    Else
        Move "M" To IX-Fractal-Type
    End-If
    If Pm-Type-Julia
        Move Pm-Julia-Real To IX-Julia-Real
        Move Pm-Julia-Imag To IX-Julia-Imag
    Else
        Move Zero To IX-Julia-Real
        Move Zero To IX-Julia-Imag
    End-If
    If aa-is-active
        Move Pm-AA-Factor To IX-AA-Factor
    Else
        Move Space To IX-AA-Factor
    End-If
    Move Pm-Output-Mode To IX-Output-Mode
    Move row-count      To IX-Row-Count
    Move max-col-count  To IX-Col-Count
    End-If
    Move Spaces To IX-Cert-Result
    Move Spaces To IX-Cert-Date
    Move Spaces To IX-Cert-Message
    Move Spaces To IX-Region-Name
    Move 0      To IX-Region-Version
    Move Spaces To IX-End-Region-Name
    Move 0      To IX-End-Region-Version
    Move Spaces To IX-Archive-Dsn.

Take-Render-Lock.
    Move "N" To render-lock-flag
    If lock-rc = 0
        Set render-lock-is-held To True
    Else
        Set failure-is-transient To True
        Move "Output dataset is in use by another render job"
            To validation-message
        Perform Log-Validation-Error

Check-File-Status.
    If FS-Check-Status Not = "00" And FS-Check-Status Not = "05"
        Set failure-is-transient To True
        Move FS-Check-Message To validation-message
        Perform Log-Validation-Error
    End-If.
        Call "CBL_RENAME_FILE" Using Ckpt-Tmp-Dsn-WS Ckpt-Dsn-WS
        Move Return-Code To Ckpt-Rename-Rc
        If Ckpt-Rename-Rc Not = 0
            Set failure-is-transient To True
            Move "Unable to replace checkpoint file with updated temp file" To validation-message
            Perform Log-Validation-Error
        End-If
