      *-------------------------------------------------------
      * Fields for the late-payment interest calculation in
      * PLLATE01.CBL.
      * WSLATE01.CBL
      *-------------------------------------------------------
       77  LATE-LOOKUP-VOUCHER             PIC 9(7).
       77  LATE-LOOKUP-CODE                PIC X(4).
       77  LATE-LOOKUP-DUE                 PIC 9(8).
       77  LATE-LOOKUP-PAID                PIC 9(8).
       77  LATE-LOOKUP-BASE                PIC S9(9)V99.
       77  LATE-DAYS                       PIC 9(4).
       77  LATE-INTEREST                   PIC S9(7)V99.
       77  LATE-ANNUAL-PCT                 PIC 99V999.
       77  LATE-GRACE-DAYS                 PIC 9(3).
       77  LATE-GL-ACCOUNT                 PIC 9(6).
       77  LATE-RATE-FOUND                 PIC X.
       77  LATE-RATE-AT-END                PIC X.
       77  LATE-IS-INTEREST-VOUCHER        PIC X.
