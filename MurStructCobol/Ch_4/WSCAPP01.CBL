      *------------------------------------------------------------
      * Fields for the shared cash application (PLCAPP01.CBL).
      * WSCAPP01.CBL
      *------------------------------------------------------------
       77  CHECK-DATE                  PIC 9(8).
       77  UNAPPLIED-AMOUNT            PIC S9(7)V99.
       77  APPLY-AMOUNT                PIC S9(5)V99.
       77  INVOICE-OPEN-AMOUNT         PIC S9(5)V99.
       77  DOLLARS-APPLIED             PIC S9(9)V99 VALUE ZERO.
