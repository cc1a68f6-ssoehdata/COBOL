      * The FD for the late-payment interest rate table.
      *---------------------------
      * FDLRT01.CBL
      * Primary Key - LATERATE-KEY (rate code + effective date)
      * One record per interest rate per effective date, kept in
      * LRTMNT01. The code is what a vendor carries in VENDOR-
      * LATE-INT-CODE - the public-sector prompt payment rate,
      * a state's small-business rate, whatever the contract
      * says - and a new rate is filed under a new effective
      * date, so the rate that priced last quarter's interest
      * is never lost. ANNUAL-PCT is a simple annual percent,
      * GRACE-DAYS how late a payment may be before any
      * interest is owed, and GL-ACCOUNT the interest expense
      * account the interest voucher is booked to.
      *-----------------------------
       FD  LATE-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LATE-RATE-RECORD.
           05 LATERATE-KEY.
              10 LATERATE-CODE         PIC X(4).
              10 LATERATE-EFFECTIVE-DATE PIC 9(8).
           05 LATERATE-NAME            PIC X(20).
           05 LATERATE-ANNUAL-PCT      PIC 99V999.
           05 LATERATE-GRACE-DAYS      PIC 9(3).
           05 LATERATE-GL-ACCOUNT      PIC 9(6).
