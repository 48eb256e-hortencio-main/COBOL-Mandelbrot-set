    05 EF-Work             PIC S9(15) COMP-5.
    05 EF-Estimated-Secs   PIC S9(9)V9(2) COMP-5.
    05 EF-Picked-Count     PIC S9(4) COMP-5.
    05 EF-Skipped-History  PIC S9(9) COMP-5.
    05 EF-Overflow-History PIC S9(9) COMP-5.
    05 EF-Audit-Status     PIC XX.
    05 EF-Basis-Entry Occurs 3 Times.
        10 EF-Basis-Timestamp PIC X(21).
        10 EF-Basis-Dsn       PIC X(44).
        10 EF-Basis-Pixels    PIC S9(9) COMP-5.
        10 EF-Basis-Max-Iter  PIC S9(5) COMP-5.
        10 EF-Basis-Elapsed   PIC S9(7)V9(2) COMP-5.
