01 LS-Output-Dsn   PIC X(44).
01 LS-Frame-Id     PIC X(8).
01 LS-Requester-Id PIC X(20).
01 LS-Source.
    05 LS-Src-Region      PIC X(16).
    05 LS-Src-Version     PIC 9(5).
    05 LS-Src-End-Region  PIC X(16).
    05 LS-Src-End-Version PIC 9(5).

Procedure Division Using LS-Output-Dsn, LS-Frame-Id, LS-Requester-Id,
        LS-Source.
Main-Paragraph.
    Move "N" To stamp-flag
    Perform Take-Ndx-Lock
                If LS-Requester-Id Not = Spaces
                    Move LS-Requester-Id To IX-Requester-Id
                End-If
                If LS-Src-Region Not = Spaces
                    Perform Stamp-Region-Source
                End-If
                Rewrite Mandndx-Record
                    Invalid Key
                        Set stamp-has-failed To True
    End-If
    Goback.

Stamp-Region-Source.
    Move LS-Src-Region To IX-Region-Name
    If LS-Src-Version Numeric
        Move LS-Src-Version To IX-Region-Version
    Else
        Move 0 To IX-Region-Version
    End-If
    Move LS-Src-End-Region To IX-End-Region-Name
    If LS-Src-End-Region Not = Spaces And LS-Src-End-Version Numeric
        Move LS-Src-End-Version To IX-End-Region-Version
    Else
        Move 0 To IX-End-Region-Version
    End-If.

Take-Ndx-Lock.
    Move "N" To ndx-lock-flag
    Move 0 To lock-try
