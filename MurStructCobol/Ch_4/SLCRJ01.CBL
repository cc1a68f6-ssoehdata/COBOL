      *--------------------------------
      * SELECT for the Cash Receipts Journal - one record per
      * customer check taken, keyed by the receipt number issued
      * off the CASHNO.DAT control record.
      *--------------------------------
      * SLCRJ01.CBL
      *--------------------------------
       SELECT CASH-RECEIPTS-JOURNAL
           ASSIGN TO "C:\gnuCobol\COBOL\DATA\CASHRCJ.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CJ-RECEIPT-NUMBER
           ACCESS MODE IS DYNAMIC.
