      * The FD for the Cash Receipts Journal.
      * FDCRJ01.CBL
      * Key - CJ-RECEIPT-NUMBER
      * One record per customer check, written the moment the
      * check is taken - keyed at the counter in CASHRC01 or
      * read off the bank's lockbox file by LBXIMP01 - so the
      * check itself is on file and not just its effect on
      * ST-PAID-AMOUNT. Each invoice the check lands on is a
      * line on the Cash Application File (FDCRA01) under the
      * same receipt number; APPLIED is the net of those lines
      * and UNAPPLIED what is left of the check, so the two
      * always come to the check amount. LBXRES01 adds lines to
      * a lockbox check the import sent to the exception queue.
      * The deposit batch is the deposit the check went to the
      * bank in: zero until DEPREG01 puts a counter check on a
      * deposit slip; a lockbox check is deposited by the bank
      * and carries the import's batch from the start.
       FD  CASH-RECEIPTS-JOURNAL.
      *
       01  CASH-RECEIPT-RECORD.
           05  CJ-RECEIPT-NUMBER       PIC 9(6).
           05  CJ-RECEIPT-DATE         PIC 9(8).
           05  CJ-SOURCE               PIC X(1).
               88  CJ-KEYED            VALUE "K".
               88  CJ-FROM-LOCKBOX     VALUE "L".
      *    Zero when the bank sent no customer we could read.
           05  CJ-CUSTOMER-NUMBER      PIC 9(5).
           05  CJ-PAYER-NAME           PIC X(20).
           05  CJ-CHECK-NUMBER         PIC X(8).
           05  CJ-CHECK-DATE           PIC 9(8).
           05  CJ-CHECK-AMOUNT         PIC S9(7)V9(2).
           05  CJ-APPLIED-AMOUNT       PIC S9(7)V9(2).
           05  CJ-UNAPPLIED-AMOUNT     PIC S9(7)V9(2).
           05  CJ-APPLICATION-COUNT    PIC 9(3).
           05  CJ-BANK-ACCOUNT         PIC X(3).
           05  CJ-DEPOSIT-BATCH        PIC 9(6).
               88  CJ-NOT-DEPOSITED    VALUE ZERO.
      * A check the bank sent back unpaid is marked RETURNED by
      * NSFENT01 with the day it came back; its applications
      * have been taken back off the invoices and the return
      * itself is on the Returned Check File (FDNSF01).
           05  CJ-RETURN-STATUS        PIC X(1).
               88  CJ-CHECK-GOOD       VALUE " ".
               88  CJ-CHECK-RETURNED   VALUE "R".
           05  CJ-RETURNED-DATE        PIC 9(8).
