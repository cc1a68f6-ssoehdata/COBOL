      *------------------------------------------------------------
      * Fields for the invoice image lookup (PLVIMG01.CBL).
      * WSVIMG01.CBL
      *------------------------------------------------------------
       77  IMAGE-FOUND                     PIC X.
       77  IMAGE-EXPECTED                  PIC X.
