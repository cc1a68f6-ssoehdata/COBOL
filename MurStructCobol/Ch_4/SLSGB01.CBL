      *--------------------------------
      * SELECT for the Sales GL Batch File - one record per
      * journal batch STXGLX01 exports, keyed by its batch
      * number.
      *--------------------------------
      * SLSGB01.CBL
      *--------------------------------
       SELECT SALES-GL-BATCH-FILE
           ASSIGN TO "C:\gnuCobol\COBOL\DATA\SALESBAT.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS SB-BATCH-NUMBER
           ACCESS MODE IS DYNAMIC.
