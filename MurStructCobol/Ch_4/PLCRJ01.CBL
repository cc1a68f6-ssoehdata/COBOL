      *----------------------------------------------
      * Writing a check to the Cash Receipts Journal.
      * PLCRJ01.CBL
      * USAGE:
      * Calling program must FD the Cash Receipts Journal
      * (FDCRJ01.CBL) and the Cash Application File
      * (FDCRA01.CBL), both open I-O, and COPY WSCAPP01.CBL
      * into WORKING-STORAGE.
      * MOVE the receipt number, receipt date, source, customer,
      * payer, check number, date and amount, bank account and
      * deposit batch into CASH-RECEIPT-RECORD.
      * PERFORM OPEN-THE-RECEIPT.
      * RETURNS:
      * The receipt written with nothing yet applied.
      * Then, with the receipt still in CASH-RECEIPT-RECORD,
      * after each PERFORM POST-THE-APPLICATION (PLCAPP01.CBL):
      * PERFORM JOURNAL-THE-APPLICATION.
      * RETURNS:
      * A Cash Application line for the invoice in
      * SALES-TRANSACTION-RECORD and APPLY-AMOUNT, and the
      * receipt rewritten with APPLY-AMOUNT moved from its
      * unapplied to its applied dollars.
      *----------------------------------------------
       OPEN-THE-RECEIPT.
           MOVE ZEROES TO CJ-APPLIED-AMOUNT.
           MOVE ZEROES TO CJ-APPLICATION-COUNT.
           MOVE CJ-CHECK-AMOUNT TO CJ-UNAPPLIED-AMOUNT.
           MOVE SPACE TO CJ-RETURN-STATUS.
           MOVE ZEROES TO CJ-RETURNED-DATE.
           WRITE CASH-RECEIPT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING CASH RECEIPT "
                   CJ-RECEIPT-NUMBER.

       JOURNAL-THE-APPLICATION.
           ADD 1 TO CJ-APPLICATION-COUNT.
           MOVE CJ-RECEIPT-NUMBER TO CA-RECEIPT-NUMBER.
           MOVE CJ-APPLICATION-COUNT TO CA-LINE-NUMBER.
           MOVE ST-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER.
           MOVE ST-INVOICE-NUMBER TO CA-INVOICE-NUMBER.
           MOVE APPLY-AMOUNT TO CA-APPLIED-AMOUNT.
           ACCEPT CA-APPLIED-DATE FROM DATE YYYYMMDD.
           MOVE SPACE TO CA-LINE-STATUS.
           WRITE CASH-APPLICATION-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING CASH APPLICATION "
                   CA-APPLICATION-KEY.
           ADD APPLY-AMOUNT TO CJ-APPLIED-AMOUNT.
           SUBTRACT APPLY-AMOUNT FROM CJ-UNAPPLIED-AMOUNT.
           REWRITE CASH-RECEIPT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CASH RECEIPT "
                   CJ-RECEIPT-NUMBER.
