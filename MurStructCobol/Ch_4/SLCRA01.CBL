      *--------------------------------
      * SELECT for the Cash Application File - the invoices
      * each cash receipt was applied to, keyed by the receipt
      * number and a line number within it.
      *--------------------------------
      * SLCRA01.CBL
      *--------------------------------
       SELECT CASH-APPLICATION-FILE
           ASSIGN TO "C:\gnuCobol\COBOL\DATA\CASHAPP.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CA-APPLICATION-KEY
           ACCESS MODE IS DYNAMIC.
