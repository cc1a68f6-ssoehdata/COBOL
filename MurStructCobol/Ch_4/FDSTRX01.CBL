      * batch under batch control totals - so the YTD figure
      * every commission dollar rides on is an auditable sum of
      * invoices, not a number somebody typed into CUSMNT01.
      * An invoice or credit memo keyed by product carries its
      * merchandise as lines on FDSTLN01 (same customer and
      * invoice number); ST-INVOICE-AMOUNT is then the total of
      * those lines' extensions. Adjustments and imported
      * invoices have no lines.
       FD  SALES-TRANSACTION-FILE.
      *
       01  SALES-TRANSACTION-RECORD.
      * the invoice finally lives on the record instead of in a
      * drawer of paper copies. CASHRC01 applies customer
      * checks here, rolling PAID-AMOUNT forward and flipping
      * the status to PAID when it covers the invoice - as do
      * LBXIMP01 for the bank's lockbox file and LBXRES01 for
      * the lockbox checks it could not place; ARAGE01
      * ages what's still open. A space status on a record from
      * before open items existed reads as OPEN. WRITTEN OFF is
      * an item WOFAPR01 closed as uncollectible - it is no
      * longer owed, but its paid amount stays what the customer
      * actually paid.
      * Sales tax, computed at entry from the customer's
      * jurisdiction at the STATE-FILE rate - the same rates
      * the purchasing side has accrued use tax from all along.
           05  ST-OPEN-STATUS          PIC X(1).
               88  ST-IS-OPEN          VALUES "O", " ".
               88  ST-IS-SETTLED       VALUE "P".
               88  ST-IS-WRITTEN-OFF   VALUE "W".
           05  ST-PAID-AMOUNT          PIC S9(5)V9(2).
           05  ST-LAST-PAID-DATE       PIC 9(8).
      * GL export run control, stamped by STXGLX01 - the sales
      * means the transaction's revenue has never ridden a
      * journal batch, which is exactly what the export selects
      * on - run it twice and the second run finds nothing.
      * RESERVED marks a transaction the export has put in the
      * batch numbered in ST-GL-BATCH but not yet stamped, so a
      * restarted export stamps exactly what its journal holds.
           05  ST-GL-EXPORTED          PIC X(1).
               88  ST-IS-GL-EXPORTED   VALUE "Y".
               88  ST-IS-GL-RESERVED   VALUE "R".
           05  ST-GL-BATCH             PIC 9(6).
      * Transaction type - the end of negative-looking invoices
      * with made-up numbers corrupting the batch counts. An
      * dollars either way. The reason code says WHY revenue
      * walked back out the door - CRDREG01 totals it - and
      * STXPST01 posts each type under its own batch-total
      * line. A FINANCE CHARGE is the adjustment FINCHG01
      * assesses on past-due balances - it is income, but not
      * a sale, so it stays out of the YTD sales figure and
      * the journal export credits it to finance-charge income.
      * A RETURNED CHECK FEE is the adjustment NSFENT01 bills
      * when a customer's check comes back unpaid - income like
      * the finance charge, kept out of sales the same way and
      * credited by the export to the same income account.
      * A BAD DEBT is the negative adjustment WOFAPR01 writes
      * when a write-off is approved, itself WRITTEN OFF along
      * with the items it closes, and a RECOVERY the positive
      * one WOFREC01 writes when written-off money comes back -
      * neither is a sale, and the export charges both to
      * bad-debt expense. A REFUND is the positive adjustment
      * CUSRFD01 writes when a customer's credit balance is paid
      * back by check through A/P - settled as it is written,
      * along with the items it closes, and credited by the
      * export to the refund clearing account the A/P voucher
      * debits. A NETTING is the negative adjustment CVXNET01
      * writes when what a customer owes us is netted against
      * what we owe the same company as a vendor - settled by
      * its own paid amount, its dollars applied to the open
      * invoices, and debited by the export to the netting
      * clearing account the A/P credit memo credits.
           05  ST-TRANSACTION-TYPE     PIC X(1).
               88  ST-IS-INVOICE       VALUES "I", " ".
               88  ST-IS-CREDIT-MEMO   VALUE "C".
               88  ST-IS-ADJUSTMENT    VALUE "A".
           05  ST-REASON-CODE          PIC X(2).
               88  ST-IS-FINANCE-CHARGE VALUE "FC".
               88  ST-IS-NSF-FEE       VALUE "NS".
               88  ST-IS-FEE-INCOME    VALUES "FC", "NS".
               88  ST-IS-BAD-DEBT      VALUE "BD".
               88  ST-IS-RECOVERY      VALUE "BR".
               88  ST-IS-BAD-DEBT-ENTRY VALUES "BD", "BR".
               88  ST-IS-REFUND        VALUE "RF".
               88  ST-IS-NETTING       VALUE "NT".
               88  ST-STAYS-OUT-OF-SALES VALUES "FC", "BD", "BR",
                                                "RF", "NT", "NS".
           05  ST-ORIGINAL-INVOICE     PIC X(8).
      * Invoice document control, stamped by INVPRT01 when the
      * customer's copy of an invoice or credit memo goes out -
      * PRINTED on paper, SENT on the e-invoice file, or BOTH,
      * with the run date. A space means no document has gone
      * out yet, which is exactly what the print run selects
      * on. Adjustments never get a document.
           05  ST-DOCUMENT-STATUS      PIC X(1).
               88  ST-DOCUMENT-PENDING VALUE " ".
               88  ST-DOCUMENT-PRINTED VALUE "P".
               88  ST-DOCUMENT-SENT    VALUE "E".
               88  ST-DOCUMENT-BOTH    VALUE "B".
           05  ST-DOCUMENT-DATE        PIC 9(8).
      * Tax exemption - why an invoice with taxable goods on it
      * was not taxed. CERTIFICATE means STXENT01 found the
      * customer's exemption certificate in force for the
      * jurisdiction on the invoice date, and its number is
      * kept here; OVERRIDE means there was none (or only an
      * expired one, whose number is kept) and a supervisor let
      * the exempt sale through anyway. A credit memo carries
      * its original invoice's exemption. Space is a taxed sale,
      * or one with nothing taxable on it. CEXRPT01 audits the
      * exempt sales against the certificate file.
           05  ST-TAX-EXEMPTION        PIC X(1).
               88  ST-NOT-EXEMPT       VALUE " ".
               88  ST-EXEMPT-BY-CERTIFICATE VALUE "C".
               88  ST-EXEMPT-BY-OVERRIDE VALUE "O".
           05  ST-EXEMPT-CERTIFICATE   PIC X(15).
