      * The FD for the Commission Statement History File.
      * FDCMH01.CBL
      * Key - CMH-KEY (sales rep + statement period CCYYMM)
      * One record per rep per commission statement CMSTMT01
      * produces - what the rep was credited with and on what
      * basis, the rate paid, the commission earned, the
      * chargebacks taken off it and the negative balance
      * carried in from the statement before, and what came of
      * it: the net payout and its voucher, or the balance
      * carried forward to the next statement when the
      * chargebacks ate the whole period's earnings. A rerun of
      * a period rewrites its record, so the carry forward is
      * always the latest run's. The rate is what a later
      * chargeback against this period's sales is taken at.
      * DRAW RECOVERED is what the statement took back toward
      * the rep's recoverable draw, and DRAW BALANCE what was
      * still owed after it - a rerun of the period puts the
      * recovery back on the balance before taking it again.
      * OVERRIDE COMMISSION is a branch manager's override on the
      * rest of the branch's sales, part of the commission due.
       FD  COMMISSION-HISTORY-FILE.
      *
       01  COMMISSION-HISTORY-RECORD.
           05  CMH-KEY.
               10  CMH-SALESREP-NUMBER PIC 9(2).
               10  CMH-PERIOD          PIC 9(6).
           05  CMH-RUN-DATE            PIC 9(8).
           05  CMH-COMMISSION-BASIS    PIC X(1).
           05  CMH-COMMISSION-RATE     PIC V9(4).
           05  CMH-CREDITED-AMOUNT     PIC S9(9)V99.
           05  CMH-GROSS-COMMISSION    PIC S9(7)V99.
           05  CMH-CHARGEBACKS         PIC S9(7)V99.
           05  CMH-CARRIED-IN          PIC S9(7)V99.
           05  CMH-WITHHOLDING         PIC S9(7)V99.
           05  CMH-NET-PAYOUT          PIC S9(7)V99.
           05  CMH-VOUCHER-NUMBER      PIC 9(7).
           05  CMH-CARRY-FORWARD       PIC S9(7)V99.
           05  CMH-DRAW-RECOVERED      PIC S9(7)V99.
           05  CMH-DRAW-BALANCE        PIC S9(7)V99.
           05  CMH-OVERRIDE-COMMISSION PIC S9(7)V99.
