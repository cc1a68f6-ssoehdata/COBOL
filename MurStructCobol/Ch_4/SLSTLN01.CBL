      *--------------------------------
      * SELECT for the Sales Transaction Line File - the
      * product lines behind a sales invoice or credit memo.
      *--------------------------------
      * SLSTLN01.CBL
      *--------------------------------
       SELECT SALES-TRANSACTION-LINE-FILE
           ASSIGN TO "C:\gnuCobol\COBOL\DATA\SALESTLN.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS TL-LINE-KEY
           ACCESS MODE IS DYNAMIC.
