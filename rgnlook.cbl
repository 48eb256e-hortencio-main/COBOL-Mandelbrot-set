01 LS-Region-Name PIC X(16).
01 LS-Parm.
    Copy mandview.
01 LS-Region-Version PIC 9(5).

Procedure Division Using LS-Region-Name, LS-Parm, LS-Region-Version.
Main-Paragraph.
    Move "N" To lookup-flag
    Move 0 To LS-Region-Version
    Open Input Region-File
    If Region-Status Not = "00"
        Set lookup-has-failed To True
                Move RG-Imag-Max  To Pm-Imag-Max
                Move RG-Step-Size To Pm-Step-Size
                Move RG-Max-Iter  To Pm-Max-Iter
                If RG-Version Numeric
                    Move RG-Version To LS-Region-Version
                End-If
        End-Read
        Close Region-File
    End-If
