      *------------------------------------------------------------
      * Fields for the shared monthly depreciation (PLDEPR01.CBL).
      * WSDEPR01.CBL
      *------------------------------------------------------------
       77  DEPR-MONTH-AMOUNT           PIC S9(9)V99.
       77  DEPR-REMAINING              PIC S9(9)V99.
       77  DEPR-STRAIGHT-LINE-AMOUNT   PIC S9(9)V99.
       77  DEPR-MONTHS-LEFT            PIC S9(3).
