      *--------------------------------
      * SELECT for the Sales Order Line File - the lines of each
      * order, keyed order + line so an order's lines come back
      * together and in the order they were keyed.
      *--------------------------------
      * SLSOLN01.CBL
      *--------------------------------
       SELECT SALES-ORDER-LINE-FILE
           ASSIGN TO "C:\gnuCobol\COBOL\DATA\SALESOLN.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS SL-LINE-KEY
           ACCESS MODE IS DYNAMIC.
