      * The FD for the Commission Accrual File.
      * FDCAC01.CBL
      * Key - CAC-KEY (sales rep + accrual period CCYYMM)
      * One record per rep CMACR01 accrues at month end - the
      * commission the rep's statement for the period will owe
      * but no payout voucher carries yet, booked in the accrual
      * batch against the two GL accounts keyed for the run, the
      * expense to the rep's branch. REVERSAL BATCH is stamped
      * by CMSTMT01 when it records the rep's statement for the
      * period and reverses the accrual; zero means the accrual
      * is still open. A rep already accrued for a period is
      * never accrued for it again.
       FD  COMMISSION-ACCRUAL-FILE.
      *
       01  COMMISSION-ACCRUAL-RECORD.
           05  CAC-KEY.
               10  CAC-SALESREP-NUMBER PIC 9(2).
               10  CAC-PERIOD          PIC 9(6).
           05  CAC-BRANCH-NUMBER       PIC 9(2).
           05  CAC-ACCRUAL-DATE        PIC 9(8).
           05  CAC-EXPENSE-ACCOUNT     PIC 9(6).
           05  CAC-PAYABLE-ACCOUNT     PIC 9(6).
           05  CAC-ACCRUED-AMOUNT      PIC S9(7)V99.
           05  CAC-ACCRUAL-BATCH       PIC 9(6).
           05  CAC-REVERSAL-BATCH      PIC 9(6).
               88  CAC-ACCRUAL-IS-OPEN VALUE ZERO.
           05  CAC-REVERSAL-DATE       PIC 9(8).
