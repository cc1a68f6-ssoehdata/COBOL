      *----------------------------------------------
      * Shared cost-allocation split.
      * PLCCA01.CBL
      * USAGE:
      * Calling program must FD the template file (FDCCA01.CBL)
      * with the template in COST-ALLOCATION-RECORD, and must
      * COPY WSCCA01.CBL into WORKING-STORAGE. Then:
      * MOVE the amount to be split to CCA-SPLIT-TOTAL.
      * PERFORM COMPUTE-CCA-SPLIT.
      * RETURNS:
      * CCA-SPLIT-AMOUNT (1) through (CCA-LINE-COUNT), the share
      * of the amount for each line of the template.
      * Every line takes its percent of the amount rounded to
      * the cent; the pennies left over from rounding go to the
      * line with the largest percent (the first of them on a
      * tie), so the shares always add back to the amount.
      *----------------------------------------------
       COMPUTE-CCA-SPLIT.
           MOVE ZEROES TO CCA-SPLIT-ALLOCATED.
           MOVE 1 TO CCA-LARGEST-SUB.
           MOVE 1 TO CCA-SUB.
           PERFORM COMPUTE-ONE-CCA-SHARE
               UNTIL CCA-SUB > CCA-LINE-COUNT.
           COMPUTE CCA-SPLIT-AMOUNT (CCA-LARGEST-SUB) =
               CCA-SPLIT-AMOUNT (CCA-LARGEST-SUB)
             + CCA-SPLIT-TOTAL - CCA-SPLIT-ALLOCATED.

       COMPUTE-ONE-CCA-SHARE.
           COMPUTE CCA-SPLIT-AMOUNT (CCA-SUB) ROUNDED =
               CCA-SPLIT-TOTAL * CCA-PERCENT (CCA-SUB) / 100.
           ADD CCA-SPLIT-AMOUNT (CCA-SUB) TO CCA-SPLIT-ALLOCATED.
           IF CCA-PERCENT (CCA-SUB) >
              CCA-PERCENT (CCA-LARGEST-SUB)
               MOVE CCA-SUB TO CCA-LARGEST-SUB.
           ADD 1 TO CCA-SUB.
