    05 IX-Render-Status PIC X(9).
        88 IX-Render-Completed Value "COMPLETED".
        88 IX-Render-Failed    Value "FAILED".
        88 IX-Render-Archived  Value "ARCHIVED".
    05 IX-Cert-Result   PIC X(4).
        88 IX-Cert-Passed Value "PASS".
        88 IX-Cert-Failed Value "FAIL".
    05 IX-Cert-Date     PIC X(8).
    05 IX-Cert-Message  PIC X(80).
    05 IX-AA-Factor     PIC X(1).
    05 IX-Julia-Real    PIC S9(3)V9(15) SIGN LEADING SEPARATE.
    05 IX-Julia-Imag    PIC S9(3)V9(15) SIGN LEADING SEPARATE.
    05 IX-Region-Name        PIC X(16).
    05 IX-Region-Version     PIC 9(5).
    05 IX-End-Region-Name    PIC X(16).
    05 IX-End-Region-Version PIC 9(5).
    05 IX-Archive-Dsn        PIC X(44).
