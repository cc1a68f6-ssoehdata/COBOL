      *--------------------------------
      * SELECT for the Returned Check File - one record per
      * customer check the bank sent back unpaid, keyed by the
      * receipt number it was journaled under.
      *--------------------------------
      * SLNSF01.CBL
      *--------------------------------
       SELECT RETURNED-CHECK-FILE
           ASSIGN TO "C:\gnuCobol\COBOL\DATA\NSFCHK.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS NR-RECEIPT-NUMBER
           ACCESS MODE IS DYNAMIC.
