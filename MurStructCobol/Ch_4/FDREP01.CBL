           05  RM-EXTRA-WITHHOLDING    PIC 9(5)V9(2).
           05  RM-YTD-GROSS-COMMISSION PIC S9(9)V9(2).
           05  RM-YTD-WITHHELD         PIC S9(9)V9(2).
      * The draw against future commission - a new rep's
      * guaranteed monthly draw, paid by DRWPAY01 through A/P
      * for every month from the start date through the end
      * date (zero end = until somebody keys one). A zero amount
      * means the rep has no draw. A recoverable draw is an
      * advance: each payment adds to the draw balance, and
      * CMSTMT01 takes the balance back out of earned
      * commission, never more than the recovery percent of any
      * one statement's commission due. A non-recoverable draw
      * is simply paid. LAST PERIOD is the month (CCYYMM)
      * DRWPAY01 last paid, so a rerun pays nobody twice.
           05  RM-DRAW-AMOUNT          PIC 9(5)V9(2).
           05  RM-DRAW-START-DATE      PIC 9(8).
           05  RM-DRAW-END-DATE        PIC 9(8).
           05  RM-DRAW-RECOVERABLE     PIC X(1).
               88  DRAW-IS-RECOVERABLE VALUE "Y".
           05  RM-DRAW-RECOVERY-PERCENT
                                       PIC 9(3).
           05  RM-DRAW-BALANCE         PIC S9(7)V9(2).
           05  RM-DRAW-LAST-PERIOD     PIC 9(6).
