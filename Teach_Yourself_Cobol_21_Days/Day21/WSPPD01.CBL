      *------------------------------------------------------------
      * Fields for the shared prepaid amortization (PLPPD01.CBL).
      * WSPPD01.CBL
      *------------------------------------------------------------
       77  AMORT-THROUGH-PERIOD        PIC 9(6).
       77  AMORT-MONTHS-THROUGH        PIC S9(5).
       77  AMORT-AMOUNT-THROUGH        PIC S9(9)V99.
       77  AMORT-MONTHLY-AMOUNT        PIC S9(9)V99.
       77  AMORT-PERIOD-SLICE          PIC S9(9)V99.

       01  AMORT-START-WORK            PIC 9(8).
       01  FILLER REDEFINES AMORT-START-WORK.
           05 AMORT-START-YEAR         PIC 9(4).
           05 AMORT-START-MONTH        PIC 99.
           05 FILLER                   PIC 99.

       01  AMORT-THROUGH-WORK          PIC 9(6).
       01  FILLER REDEFINES AMORT-THROUGH-WORK.
           05 AMORT-THROUGH-YEAR       PIC 9(4).
           05 AMORT-THROUGH-MONTH      PIC 99.
