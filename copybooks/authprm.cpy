    05 AP-Function      PIC X(6).
        88 AP-Function-Check  Value "CHECK".
        88 AP-Function-Charge Value "CHARGE".
    05 AP-Requester-Id  PIC X(20).
    05 AP-Output-Dsn    PIC X(44).
    05 AP-Priority      PIC X(1).
    05 AP-AA-Factor     PIC X(1).
    05 AP-Viewport.
        Copy mandview Replacing ==05== By ==10==.
    05 AP-Frame-Pixels  PIC 9(12).
    05 AP-Charge-Pixels PIC 9(12).
    05 AP-Violation     PIC X(10).
    05 AP-Reason        PIC X(80).
