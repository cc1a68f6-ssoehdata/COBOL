      * The FD for the Returned Check File.
      * FDNSF01.CBL
      * Key - NR-RECEIPT-NUMBER
      * One record per customer check returned unpaid (NSF),
      * written by NSFENT01 once the check's applications are
      * back off the invoices. REVERSED is the net of the
      * application lines taken back and ITEMS the number of
      * invoices and credits reopened by it. The returned-check
      * fee is billed to the customer as an adjustment on the
      * Sales Transaction File under FEE-INVOICE (spaces when no
      * fee was charged); NSFREG01 lists the month's returns.
      * GL export run control is the same as the sales
      * transaction's - STXGLX01 journals the whole check back
      * into A/R and out of cash, reserving the return under
      * its batch and stamping it exported once the journal is
      * on disk and in balance.
       FD  RETURNED-CHECK-FILE.
      *
       01  RETURNED-CHECK-RECORD.
           05  NR-RECEIPT-NUMBER       PIC 9(6).
           05  NR-RETURNED-DATE        PIC 9(8).
           05  NR-RETURN-REASON        PIC X(20).
           05  NR-CUSTOMER-NUMBER      PIC 9(5).
           05  NR-PAYER-NAME           PIC X(20).
           05  NR-CHECK-NUMBER         PIC X(8).
           05  NR-CHECK-DATE           PIC 9(8).
           05  NR-CHECK-AMOUNT         PIC S9(7)V9(2).
           05  NR-BANK-ACCOUNT         PIC X(3).
           05  NR-REVERSED-AMOUNT      PIC S9(7)V9(2).
           05  NR-ITEMS-REOPENED       PIC 9(3).
           05  NR-FEE-AMOUNT           PIC S9(5)V9(2).
           05  NR-FEE-INVOICE          PIC X(8).
           05  NR-GL-EXPORTED          PIC X(1).
               88  NR-IS-GL-EXPORTED   VALUE "Y".
               88  NR-IS-GL-RESERVED   VALUE "R".
           05  NR-GL-BATCH             PIC 9(6).
