      * The FD for the bank transfer file.
      *---------------------------
      * FDBXFR01.CBL
      * One record per transfer of funds between two of our own
      * bank accounts - today, the operating account funding the
      * zero-balance disbursement account ahead of a payment run
      * (FNDCAL01). The from and to codes are BANK-ACCOUNT-CODEs;
      * a blank code is the operating account of a shop that
      * never set it up on the bank account master, booked to
      * CONTROL-CASH-ACCOUNT. The GL cash accounts are carried as
      * they were when the transfer was booked, with the journal
      * batch that booked them. CSHFCT01 moves each transfer out
      * of one account's forecast and into the other's in the
      * week it is dated.
      *-----------------------------
       FD  BANK-TRANSFER-FILE
           LABEL RECORDS ARE STANDARD.
       01  BANK-TRANSFER-RECORD.
           05 BXFR-TRANSFER-DATE       PIC 9(8).
           05 BXFR-FROM-ACCOUNT        PIC X(3).
           05 BXFR-TO-ACCOUNT          PIC X(3).
           05 BXFR-AMOUNT              PIC S9(11)V99.
           05 BXFR-FROM-GL-ACCOUNT     PIC 9(6).
           05 BXFR-TO-GL-ACCOUNT       PIC 9(6).
           05 BXFR-GL-BATCH            PIC 9(6).
           05 BXFR-ENTERED-DATE        PIC 9(8).
           05 BXFR-PURPOSE             PIC X(20).
