            Move Zeroes To IX-Max-Iter
            Move Zeroes To IX-Row-Count
            Move Zeroes To IX-Col-Count
            Move Zeroes To IX-Julia-Real
            Move Zeroes To IX-Julia-Imag
            Move Zeroes To IX-Region-Version
            Move Zeroes To IX-End-Region-Version
        End-If
        Move CT-Check-Date To IX-Cert-Date
        Move CT-Result     To IX-Cert-Result
