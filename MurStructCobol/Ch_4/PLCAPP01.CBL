      *----------------------------------------------
      * Shared cash application to an open item.
      * PLCAPP01.CBL
      * USAGE:
      * Calling program must FD the Sales Transaction File
      * (FDSTRX01.CBL) open I-O with the open item already read
      * into SALES-TRANSACTION-RECORD, and must COPY
      * WSCAPP01.CBL into WORKING-STORAGE.
      * PERFORM FIGURE-THE-OPEN-AMOUNT.
      * RETURNS:
      * INVOICE-OPEN-AMOUNT - what the customer owes on the
      * item, merchandise plus sales tax less what they have
      * already paid. Negative on an open credit memo or
      * adjustment.
      * Then MOVE the check's date to CHECK-DATE and the amount
      * landing on the item to APPLY-AMOUNT - a payment of no
      * more than the open amount, or the whole negative open
      * of a credit, which nets INTO the check.
      * PERFORM POST-THE-APPLICATION.
      * RETURNS:
      * The item rewritten with the dollars added to
      * ST-PAID-AMOUNT, the check date as ST-LAST-PAID-DATE and
      * the status SETTLED once paid covers merchandise plus
      * tax; APPLY-AMOUNT taken off UNAPPLIED-AMOUNT and added
      * to DOLLARS-APPLIED.
      *----------------------------------------------
       FIGURE-THE-OPEN-AMOUNT.
           COMPUTE INVOICE-OPEN-AMOUNT =
               ST-INVOICE-AMOUNT + ST-SALES-TAX - ST-PAID-AMOUNT.

       POST-THE-APPLICATION.
           ADD APPLY-AMOUNT TO ST-PAID-AMOUNT.
           MOVE CHECK-DATE TO ST-LAST-PAID-DATE.
           IF ST-PAID-AMOUNT NOT <
                   ST-INVOICE-AMOUNT + ST-SALES-TAX
               MOVE "P" TO ST-OPEN-STATUS
           ELSE
               MOVE "O" TO ST-OPEN-STATUS.
           REWRITE SALES-TRANSACTION-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING TRANSACTION RECORD".
           SUBTRACT APPLY-AMOUNT FROM UNAPPLIED-AMOUNT.
           ADD APPLY-AMOUNT TO DOLLARS-APPLIED.
