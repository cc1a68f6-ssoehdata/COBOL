      *----------------------------------------------
      * Shared prepaid expense amortization.
      * PLPPD01.CBL
      * USAGE:
      * Calling program must FD the prepaid schedule file
      * (FDPPD01.CBL) with the schedule in PREPAID-RECORD, and
      * must COPY WSPPD01.CBL into WORKING-STORAGE. Then:
      * MOVE the period (CCYYMM) to AMORT-THROUGH-PERIOD.
      * PERFORM COMPUTE-AMORTIZED-THROUGH.
      * RETURNS:
      * AMORT-MONTHS-THROUGH and AMORT-AMOUNT-THROUGH, the
      * months and dollars of the schedule that fall in or
      * before the period - zero before the start month, the
      * whole schedule from its last month on.
      * PERFORM COMPUTE-AMORTIZED-SLICE.
      * RETURNS:
      * AMORT-PERIOD-SLICE, the dollars that fall in the period
      * itself - zero outside the schedule.
      * Every month takes AMOUNT / MONTHS rounded to the cent;
      * the last month takes whatever is left, so the slices
      * always add back to the voucher.
      *----------------------------------------------
       COMPUTE-AMORTIZED-THROUGH.
           PERFORM COMPUTE-AMORTIZED-MONTH.
           IF AMORT-MONTHS-THROUGH < ZERO
               MOVE ZEROES TO AMORT-MONTHS-THROUGH.
           IF AMORT-MONTHS-THROUGH > PPD-MONTHS
               MOVE PPD-MONTHS TO AMORT-MONTHS-THROUGH.
           PERFORM COMPUTE-AMORTIZED-AMOUNT.

       COMPUTE-AMORTIZED-SLICE.
           MOVE ZEROES TO AMORT-PERIOD-SLICE.
           PERFORM COMPUTE-AMORTIZED-MONTH.
           IF AMORT-MONTHS-THROUGH > ZERO
              AND AMORT-MONTHS-THROUGH NOT > PPD-MONTHS
               PERFORM COMPUTE-AMORTIZED-AMOUNT
               MOVE AMORT-AMOUNT-THROUGH TO AMORT-PERIOD-SLICE
               SUBTRACT 1 FROM AMORT-MONTHS-THROUGH
               PERFORM COMPUTE-AMORTIZED-AMOUNT
               SUBTRACT AMORT-AMOUNT-THROUGH
                   FROM AMORT-PERIOD-SLICE.

      * Which month of the schedule the period is - 1 for the
      * start month, zero or less before it.
       COMPUTE-AMORTIZED-MONTH.
           MOVE PPD-START-DATE TO AMORT-START-WORK.
           MOVE AMORT-THROUGH-PERIOD TO AMORT-THROUGH-WORK.
           COMPUTE AMORT-MONTHS-THROUGH =
               (AMORT-THROUGH-YEAR * 12 + AMORT-THROUGH-MONTH)
             - (AMORT-START-YEAR * 12 + AMORT-START-MONTH) + 1.

       COMPUTE-AMORTIZED-AMOUNT.
           IF AMORT-MONTHS-THROUGH NOT < PPD-MONTHS
               MOVE PPD-AMOUNT TO AMORT-AMOUNT-THROUGH
           ELSE
               COMPUTE AMORT-MONTHLY-AMOUNT ROUNDED =
                   PPD-AMOUNT / PPD-MONTHS
               COMPUTE AMORT-AMOUNT-THROUGH =
                   AMORT-MONTHLY-AMOUNT * AMORT-MONTHS-THROUGH.
