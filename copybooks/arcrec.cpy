    05 AR-Record-Type       PIC X(8).
        88 AR-Type-Header   Value "HEADER".
        88 AR-Type-Render   Value "RENDER".
        88 AR-Type-Stat     Value "STAT".
        88 AR-Type-Cert     Value "CERT".
        88 AR-Type-End      Value "END".
    05 AR-Data              PIC X(201).
    05 AR-Header-Data Redefines AR-Data.
        10 AH-Output-Dsn    PIC X(44).
        10 AH-Run-Id        PIC X(16).
        10 AH-Render-Format PIC X(1).
            88 AH-Format-Ascii  Value "A".
            88 AH-Format-Ppm    Value "P".
            88 AH-Format-Packed Value "Q".
        10 AH-Archived-On   PIC X(21).
        10 AH-Archived-By   PIC X(20).
        10 Filler           PIC X(99).
    05 AR-End-Data Redefines AR-Data.
        10 AE-Render-Records PIC 9(9).
        10 AE-Stat-Records   PIC 9(9).
        10 AE-Cert-Records   PIC 9(9).
        10 Filler            PIC X(174).
