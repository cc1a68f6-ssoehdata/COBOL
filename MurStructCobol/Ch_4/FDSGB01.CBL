      * The FD for the Sales GL Batch File.
      * FDSGB01.CBL
      * Key - SB-BATCH-NUMBER
      * One record per sales journal batch, written by STXGLX01
      * once the batch is on disk in balance and its
      * transactions are stamped. A/R TOTAL is the net the
      * batch put into the receivable control account - the
      * A/R debit for the transactions plus the one for the
      * returned checks. CONFIRMED is stamped by STXCNF01 off
      * the GL package's posting confirmation, with the date it
      * posted there; until then the batch is only on its way
      * to the GL, and ARTRB01 shows it as a reconciling item
      * rather than part of the control balance.
       FD  SALES-GL-BATCH-FILE.
      *
       01  SALES-GL-BATCH-RECORD.
           05  SB-BATCH-NUMBER         PIC 9(6).
           05  SB-EXPORT-DATE          PIC 9(8).
           05  SB-TRANSACTION-COUNT    PIC 9(5).
           05  SB-RETURN-COUNT         PIC 9(5).
           05  SB-AR-TOTAL             PIC S9(9)V99.
           05  SB-CONFIRMED            PIC X(1).
               88  SB-IS-CONFIRMED     VALUE "Y".
           05  SB-GL-POSTING-DATE      PIC 9(8).
