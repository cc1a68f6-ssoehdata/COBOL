      *----------------------------------------------
      * Late-payment interest on a voucher.
      * PLLATE01.CBL
      * USAGE:
      * Calling program must SELECT/FD the late-payment rate
      * table (SLLRT01.CBL/FDLRT01.CBL) and the interest
      * history file (SLLIH01.CBL/FDLIH01.CBL), have both open,
      * and COPY WSLATE01.CBL into WORKING-STORAGE.
      *
      * MOVE voucher number    TO LATE-LOOKUP-VOUCHER.
      * MOVE vendor rate code  TO LATE-LOOKUP-CODE.
      * MOVE voucher due date  TO LATE-LOOKUP-DUE.
      * MOVE payment date      TO LATE-LOOKUP-PAID.
      * MOVE amount being paid TO LATE-LOOKUP-BASE.
      * PERFORM COMPUTE-LATE-INTEREST.
      * RETURNS:
      * LATE-INTEREST - simple interest on the amount paid for
      * every day past due, at the code's annual rate in effect
      * on the due date (the day interest starts to run); zero
      * when the vendor carries no code, the payment is on time
      * or inside the code's grace days, no rate that old is on
      * file, or the voucher is itself an interest voucher.
      * LATE-DAYS, LATE-ANNUAL-PCT and LATE-GL-ACCOUNT say how
      * it was priced and where the interest voucher books.
      *----------------------------------------------
       COMPUTE-LATE-INTEREST.
           MOVE ZEROES TO LATE-DAYS.
           MOVE ZEROES TO LATE-INTEREST.
           MOVE ZEROES TO LATE-ANNUAL-PCT.
           MOVE ZEROES TO LATE-GRACE-DAYS.
           MOVE ZEROES TO LATE-GL-ACCOUNT.
           MOVE "N" TO LATE-RATE-FOUND.
           IF LATE-LOOKUP-CODE NOT = SPACES
               AND LATE-LOOKUP-BASE > ZERO
               AND LATE-LOOKUP-DUE NOT = ZEROES
               AND LATE-LOOKUP-PAID > LATE-LOOKUP-DUE
               PERFORM PRICE-LATE-INTEREST.

       PRICE-LATE-INTEREST.
           MOVE LATE-LOOKUP-VOUCHER TO LATEINT-VOUCHER.
           MOVE "Y" TO LATE-IS-INTEREST-VOUCHER.
           READ LATE-INTEREST-FILE RECORD
               INVALID KEY
                   MOVE "N" TO LATE-IS-INTEREST-VOUCHER.
           IF LATE-IS-INTEREST-VOUCHER = "N"
               PERFORM FIND-LATE-RATE-FOR-DATE.
           IF LATE-RATE-FOUND = "Y"
               PERFORM TAKE-LATE-INTEREST.

       FIND-LATE-RATE-FOR-DATE.
           MOVE LATE-LOOKUP-CODE TO LATERATE-CODE.
           MOVE ZEROES TO LATERATE-EFFECTIVE-DATE.
           MOVE "N" TO LATE-RATE-AT-END.
           START LATE-RATE-FILE KEY > LATERATE-KEY
               INVALID KEY
                   MOVE "Y" TO LATE-RATE-AT-END.
           IF LATE-RATE-AT-END NOT = "Y"
               PERFORM READ-NEXT-LATE-RATE
               PERFORM TAKE-LATEST-LATE-RATE
                   UNTIL LATE-RATE-AT-END = "Y"
                       OR LATERATE-CODE NOT = LATE-LOOKUP-CODE
                       OR LATERATE-EFFECTIVE-DATE > LATE-LOOKUP-DUE.

       READ-NEXT-LATE-RATE.
           READ LATE-RATE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LATE-RATE-AT-END.

       TAKE-LATEST-LATE-RATE.
           MOVE LATERATE-ANNUAL-PCT TO LATE-ANNUAL-PCT.
           MOVE LATERATE-GRACE-DAYS TO LATE-GRACE-DAYS.
           MOVE LATERATE-GL-ACCOUNT TO LATE-GL-ACCOUNT.
           MOVE "Y" TO LATE-RATE-FOUND.
           PERFORM READ-NEXT-LATE-RATE.

       TAKE-LATE-INTEREST.
           COMPUTE LATE-DAYS =
               FUNCTION INTEGER-OF-DATE(LATE-LOOKUP-PAID)
                   - FUNCTION INTEGER-OF-DATE(LATE-LOOKUP-DUE).
           IF LATE-DAYS > LATE-GRACE-DAYS
               COMPUTE LATE-INTEREST ROUNDED =
                   LATE-LOOKUP-BASE * LATE-ANNUAL-PCT / 100
                       * LATE-DAYS / 365.
