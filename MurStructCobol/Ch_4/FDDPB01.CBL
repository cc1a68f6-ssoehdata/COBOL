      * The FD for the Deposit Batch File.
      * FDDPB01.CBL
      * Key - DB-BATCH-NUMBER
      * One record per deposit of customer checks to one of our
      * bank accounts (the Bank Account File, FDBNK01): the
      * counter checks DEPREG01 puts on a deposit slip at the
      * end of the day, or the checks the bank deposited from
      * one lockbox file, written by LBXIMP01. Every receipt on
      * the Cash Receipts Journal carries the batch it went in.
      * BANK-REFERENCE is the number the bank's statement credit
      * will quote - our batch number, written on the slip as
      * the deposit reference, or the bank's own lockbox batch.
      * DEPRCN01 matches the batch to its credit on the BAI2
      * statement and keeps the credit here; a batch still
      * awaiting its credit has a blank RECON-STATUS.
       FD  DEPOSIT-BATCH-FILE.
      *
       01  DEPOSIT-BATCH-RECORD.
           05  DB-BATCH-NUMBER         PIC 9(6).
           05  DB-BANK-ACCOUNT         PIC X(3).
           05  DB-DEPOSIT-DATE         PIC 9(8).
           05  DB-SOURCE               PIC X(1).
               88  DB-COUNTER-DEPOSIT  VALUE "K".
               88  DB-LOCKBOX-DEPOSIT  VALUE "L".
           05  DB-BANK-REFERENCE       PIC 9(10).
           05  DB-RECEIPT-COUNT        PIC 9(5).
           05  DB-DEPOSIT-AMOUNT       PIC S9(9)V9(2).
           05  DB-RECON-STATUS         PIC X(1).
               88  DB-AWAITING-CREDIT  VALUE " ".
               88  DB-CREDIT-MATCHED   VALUE "M".
               88  DB-CREDIT-DIFFERS   VALUE "D".
           05  DB-CREDIT-DATE          PIC 9(8).
           05  DB-CREDIT-AMOUNT        PIC S9(9)V9(2).
