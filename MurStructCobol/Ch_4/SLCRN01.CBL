      *--------------------------------
      * SELECT for the cash receipt numbers control record -
      * the last receipt number and the last deposit batch
      * number issued.
      *--------------------------------
      * SLCRN01.CBL
      *--------------------------------
       SELECT OPTIONAL CASH-NUMBER-FILE
           ASSIGN TO "C:\gnuCobol\COBOL\DATA\CASHNO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
