      *--------------------------------
      * SELECT for the Deposit Batch File - one record per bank
      * deposit of customer checks, keyed by the deposit batch
      * number issued off the CASHNO.DAT control record.
      *--------------------------------
      * SLDPB01.CBL
      *--------------------------------
       SELECT DEPOSIT-BATCH-FILE
           ASSIGN TO "C:\gnuCobol\COBOL\DATA\DEPBATCH.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS DB-BATCH-NUMBER
           ACCESS MODE IS DYNAMIC.
