      *----------------------------------------------
      * Taking the next cash receipt or deposit batch number.
      * PLCRN01.CBL
      * USAGE:
      * Calling program must SELECT and FD the cash receipt
      * numbers control record (SLCRN01.CBL, FDCRN01.CBL) and
      * leave it closed.
      * PERFORM TAKE-NEXT-RECEIPT-NUMBER.
      * RETURNS:
      * CN-LAST-RECEIPT-NUMBER - the number just issued, already
      * saved so no other receipt is given it.
      * PERFORM TAKE-NEXT-DEPOSIT-BATCH.
      * RETURNS:
      * CN-LAST-DEPOSIT-BATCH - the number just issued, already
      * saved the same way.
      *----------------------------------------------
       TAKE-NEXT-RECEIPT-NUMBER.
           PERFORM READ-CASH-NUMBERS.
           ADD 1 TO CN-LAST-RECEIPT-NUMBER.
           PERFORM SAVE-CASH-NUMBERS.

       TAKE-NEXT-DEPOSIT-BATCH.
           PERFORM READ-CASH-NUMBERS.
           ADD 1 TO CN-LAST-DEPOSIT-BATCH.
           PERFORM SAVE-CASH-NUMBERS.

       READ-CASH-NUMBERS.
           OPEN INPUT CASH-NUMBER-FILE.
           READ CASH-NUMBER-FILE
               AT END
                   MOVE ZEROES TO CASH-NUMBER-RECORD.
           CLOSE CASH-NUMBER-FILE.

       SAVE-CASH-NUMBERS.
           OPEN OUTPUT CASH-NUMBER-FILE.
           WRITE CASH-NUMBER-RECORD.
           CLOSE CASH-NUMBER-FILE.
