      *----------------------------------------------
      * Invoice image lookup routine.
      * PLVIMG01.CBL
      * USAGE:
      * Calling program must SELECT/FD the image index
      * (SLVIMG01.CBL/FDVIMG01.CBL) and the voucher file, have
      * the index open, and COPY WSVIMG01.CBL into
      * WORKING-STORAGE. With the voucher record in hand:
      *
      * PERFORM LOOK-UP-VOUCHER-IMAGE.
      *
      * IMAGE-FOUND is "Y" with the index record read, or "N".
      * IMAGE-EXPECTED is "N" for a voucher with no paper
      * invoice behind it - one a run wrote, an employee
      * expense reimbursement (its receipts stay with the
      * expense report), or a customer credit-balance refund -
      * and "Y" for every other voucher.
      *----------------------------------------------
       LOOK-UP-VOUCHER-IMAGE.
           MOVE "Y" TO IMAGE-EXPECTED.
           IF VOUCHER-WRITTEN-BY-A-RUN OR VOUCHER-IS-REIMBURSEMENT
               OR VOUCHER-IS-CUSTOMER-REFUND
               MOVE "N" TO IMAGE-EXPECTED.
           MOVE VOUCHER-NUMBER TO VIMG-VOUCHER-NUMBER.
           MOVE "Y" TO IMAGE-FOUND.
           READ VOUCHER-IMAGE-FILE RECORD
               INVALID KEY
                   MOVE "N" TO IMAGE-FOUND.
