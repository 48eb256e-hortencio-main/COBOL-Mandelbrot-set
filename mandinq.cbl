        Display "MANDINQ: FRAME    " IX-Frame-Id
            " FOR " Function Trim(IX-Requester-Id) Upon Console
    End-If
    If IX-Region-Name Not = Spaces
        If IX-End-Region-Name Not = Spaces
            Display "MANDINQ: REGION   " IX-Region-Name
                " VERSION " IX-Region-Version
                " TO " IX-End-Region-Name
                " VERSION " IX-End-Region-Version Upon Console
        Else
            Display "MANDINQ: REGION   " IX-Region-Name
                " VERSION " IX-Region-Version Upon Console
        End-If
    End-If
    Display "MANDINQ: VIEWPORT REAL " IX-Real-Min " / " IX-Real-Max
        " IMAG " IX-Imag-Min " / " IX-Imag-Max
        " STEP " IX-Step-Size Upon Console
