    05 RH-Timestamp    PIC X(21).
    05 RH-Operator-Id  PIC X(20).
    05 RH-Action       PIC X(8).
    05 RH-Region-Name  PIC X(16).
    05 RH-Before-Image.
        Copy rgnrec Replacing ==05== By ==10==
                     Leading  ==RG== By ==RB==.
    05 RH-After-Image.
        Copy rgnrec Replacing ==05== By ==10==
                     Leading  ==RG== By ==RA==.
