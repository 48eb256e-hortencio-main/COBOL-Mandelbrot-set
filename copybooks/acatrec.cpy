    05 AC-Run-Id         PIC X(16).
    05 AC-Output-Dsn     PIC X(44).
    05 AC-Archive-Dsn    PIC X(44).
    05 AC-Render-Format  PIC X(1).
    05 AC-Archived-On    PIC X(21).
    05 AC-Archived-By    PIC X(20).
    05 AC-Render-Records PIC 9(9).
    05 AC-Stat-Records   PIC 9(9).
    05 AC-Cert-Records   PIC 9(9).
    05 AC-Status         PIC X(9).
        88 AC-Status-Archived Value "ARCHIVED".
        88 AC-Status-Restored Value "RESTORED".
    05 AC-Restored-On    PIC X(21).
    05 AC-Restored-By    PIC X(20).
    05 AC-Verify-Result  PIC X(8).
