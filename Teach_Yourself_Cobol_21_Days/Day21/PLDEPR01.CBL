      *----------------------------------------------
      * Shared monthly depreciation.
      * PLDEPR01.CBL
      * USAGE:
      * Calling program must FD the fixed asset master
      * (FDFA01.CBL) with the asset in ASSET-RECORD, and must
      * COPY WSDEPR01.CBL into WORKING-STORAGE. Then:
      * PERFORM COMPUTE-MONTH-DEPRECIATION.
      * RETURNS:
      * DEPR-MONTH-AMOUNT, one month's depreciation on the
      * asset as it stands - nothing is changed on the record.
      * PERFORM DEPRECIATE-ONE-MONTH.
      * Computes the month and adds it into
      * FA-ACCUM-DEPRECIATION and FA-MONTHS-DEPRECIATED on the
      * record (not rewritten - that is the caller's business).
      * Straight-line spreads what is left above salvage evenly
      * over the months of life left, so an asset brought over
      * from the spreadsheet part-way through its life picks up
      * where it was. Declining balance takes twice the
      * straight-line rate on book value, switching to
      * straight-line once that gives more, so the asset is
      * down to salvage by the end of its life. The last month
      * of life takes whatever is left, and nothing is ever
      * taken below salvage.
      *----------------------------------------------
       COMPUTE-MONTH-DEPRECIATION.
           MOVE ZEROES TO DEPR-MONTH-AMOUNT.
           COMPUTE DEPR-REMAINING =
               FA-COST - FA-ACCUM-DEPRECIATION - FA-SALVAGE-VALUE.
           COMPUTE DEPR-MONTHS-LEFT =
               FA-LIFE-MONTHS - FA-MONTHS-DEPRECIATED.
           IF DEPR-REMAINING > ZERO
               PERFORM COMPUTE-DEPRECIATION-AMOUNT.

       COMPUTE-DEPRECIATION-AMOUNT.
           IF DEPR-MONTHS-LEFT NOT > 1
               MOVE DEPR-REMAINING TO DEPR-MONTH-AMOUNT
           ELSE
               COMPUTE DEPR-STRAIGHT-LINE-AMOUNT ROUNDED =
                   DEPR-REMAINING / DEPR-MONTHS-LEFT
               MOVE DEPR-STRAIGHT-LINE-AMOUNT TO DEPR-MONTH-AMOUNT
               IF FA-DECLINING-BALANCE
                   PERFORM COMPUTE-DECLINING-BALANCE.
           IF DEPR-MONTH-AMOUNT > DEPR-REMAINING
               MOVE DEPR-REMAINING TO DEPR-MONTH-AMOUNT.

       COMPUTE-DECLINING-BALANCE.
           COMPUTE DEPR-MONTH-AMOUNT ROUNDED =
               (FA-COST - FA-ACCUM-DEPRECIATION) * 2
                   / FA-LIFE-MONTHS.
           IF DEPR-STRAIGHT-LINE-AMOUNT > DEPR-MONTH-AMOUNT
               MOVE DEPR-STRAIGHT-LINE-AMOUNT TO DEPR-MONTH-AMOUNT.

       DEPRECIATE-ONE-MONTH.
           PERFORM COMPUTE-MONTH-DEPRECIATION.
           ADD DEPR-MONTH-AMOUNT TO FA-ACCUM-DEPRECIATION.
           ADD 1 TO FA-MONTHS-DEPRECIATED.
