      * The FD for the cash receipt numbers control record.
      * FDCRN01.CBL
      * One record. Missing or empty means no receipt has been
      * taken and no deposit made, and both numbers start at 1.
      * Numbers are taken through PLCRN01.
       FD  CASH-NUMBER-FILE.
      *
       01  CASH-NUMBER-RECORD.
           05  CN-LAST-RECEIPT-NUMBER  PIC 9(6).
           05  CN-LAST-DEPOSIT-BATCH   PIC 9(6).
