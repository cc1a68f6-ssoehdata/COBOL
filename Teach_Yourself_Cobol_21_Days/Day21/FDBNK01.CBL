      *---------------------------
      * FDBNK01.CBL
      * Primary Key - BANK-ACCOUNT-CODE
      * One record per bank account we pay from or deposit to -
      * the operating account and the payroll/commission
      * funding account to start. Each carries its own GL cash
      * account, its own check and ACH number sequences (so two
      * accounts' stock never interleave), and the identities
      * the bank knows the account by for positive pay and ACH
      * origination.
      * CHKPRT01 and ACHPAY01 ask which account a run draws on
      * and stamp its code onto every register record they
      * write; a blank code at the prompt falls back to the
           05 BANK-LAST-ACH            PIC 9(8).
           05 BANK-POSPAY-ID           PIC X(10).
           05 BANK-ACH-ID              PIC X(10).
      * Who the bank's stop-payment fee is vouchered to (the bank
      * set up as a vendor) and the bank-charges expense account
      * it is booked to, when STPPAY01 loads a confirmation that
      * carries a fee.
           05 BANK-FEE-VENDOR          PIC 9(5).
           05 BANK-FEE-GL-ACCOUNT      PIC 9(6).
      * The as-of date of the last BAI2 prior-day statement
      * BAISTM01 imported for the account, so the same day's
      * fees and interest can never be journaled twice.
           05 BANK-LAST-BAI-DATE       PIC 9(8).
      * The as-of date of the last statement DEPRCN01 (the A/R
      * deposit reconciliation) matched customer deposits from,
      * kept apart from BAISTM01's date since either may run
      * first.
           05 BANK-LAST-DEPOSIT-RECON  PIC 9(8).
