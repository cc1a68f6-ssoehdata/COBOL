      * The FD for the Lockbox Exception File.
      * FDLBX01.CBL
      * Key - LX-EXCEPTION-KEY (deposit date + lockbox batch +
      * the check's item number within the bank's file)
      * One record per lockbox check LBXIMP01 could not place
      * on the Sales Transaction File - nothing from the check
      * is applied by the import, so the whole amount waits
      * here, with the remittance as the bank sent it, for a
      * clerk to work in LBXRES01. LX-APPLIED-AMOUNT is what the
      * clerk has applied so far; the exception is RESOLVED once
      * the check is fully applied or the clerk closes it.
       FD  LOCKBOX-EXCEPTION-FILE.
      *
       01  LOCKBOX-EXCEPTION-RECORD.
           05  LX-EXCEPTION-KEY.
               10  LX-DEPOSIT-DATE     PIC 9(8).
               10  LX-BATCH-NUMBER     PIC 9(4).
               10  LX-ITEM-NUMBER      PIC 9(4).
      *    Zero when the bank sent no usable customer number.
           05  LX-CUSTOMER-NUMBER      PIC 9(5).
           05  LX-CHECK-NUMBER         PIC X(8).
           05  LX-CHECK-DATE           PIC 9(8).
           05  LX-CHECK-AMOUNT         PIC S9(7)V9(2).
      *    Why the import stopped, and the remittance invoice
      *    that stopped it (spaces when no one invoice did).
           05  LX-REASON-CODE          PIC X(2).
               88  LX-UNKNOWN-CUSTOMER VALUE "UC".
               88  LX-INVOICE-NOT-FOUND
                                       VALUE "NF".
               88  LX-INVOICE-SETTLED  VALUE "PD".
               88  LX-INVOICE-WRITTEN-OFF
                                       VALUE "WO".
               88  LX-AMOUNT-MISMATCH  VALUE "AM".
               88  LX-TOO-MANY-ITEMS   VALUE "TM".
               88  LX-RUN-INTERRUPTED  VALUE "RI".
           05  LX-REASON-INVOICE       PIC X(8).
           05  LX-QUEUE-STATUS         PIC X(1).
               88  LX-IS-OPEN          VALUE "O".
               88  LX-IS-RESOLVED      VALUE "R".
           05  LX-APPLIED-AMOUNT       PIC S9(7)V9(2).
           05  LX-RESOLVED-DATE        PIC 9(8).
      *    The invoices named on the remittance, with the amount
      *    the customer wrote against each (zero when none).
           05  LX-REMITTANCE.
               10  LX-REFERENCE-COUNT  PIC 9(2).
               10  LX-REFERENCE        OCCURS 20 TIMES.
                   15  LX-REF-INVOICE  PIC X(8).
                   15  LX-REF-AMOUNT   PIC 9(5)V9(2).
      *    The check's receipt on the Cash Receipts Journal,
      *    where LBXRES01 records what the clerk applies.
           05  LX-RECEIPT-NUMBER       PIC 9(6).
