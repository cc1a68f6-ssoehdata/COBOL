      * The FD for the vendor rebate agreement file.
      *---------------------------
      * FDRBT01.CBL
      * Primary Key - REBATE-KEY (vendor + period start date)
      * One record per volume rebate agreement per agreement
      * period, kept in RBTMNT01. Up to five tiers: once the
      * period's purchases reach a tier's THRESHOLD, that tier's
      * PCT is earned on every dollar bought in the period (the
      * highest tier reached applies). Purchases for the period
      * are the vendor's VENDOR-YTD-PURCHASES, plus CARRIED-
      * PURCHASES - what VNDROL01 rolled out of earlier calendar
      * years of a period that spans year-end - less PRE-PERIOD-
      * PURCHASES, what the vendor's YTD already held from the
      * start year before the period began.
      * RBTACR01 keeps ACCRUED at the rebate earned to date each
      * month, journaling the change to RECEIVABLE-GL against
      * INCOME-GL, and once the period has ended freezes the
      * CLAIM fields and prints the claim letter. RBTRCV01
      * records the vendor's check or credit memo against the
      * claim.
      * STATUS "A" = accruing, "C" = claimed, "R" = received
      * (or closed with nothing earned).
      *-----------------------------
       FD  REBATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  REBATE-RECORD.
           05 REBATE-KEY.
              10 REBATE-VENDOR         PIC 9(5).
              10 REBATE-PERIOD-START   PIC 9(8).
           05 REBATE-PERIOD-END        PIC 9(8).
           05 REBATE-DESCRIPTION       PIC X(30).
           05 REBATE-TIER OCCURS 5 TIMES.
              10 REBATE-TIER-THRESHOLD PIC 9(9)V99.
              10 REBATE-TIER-PCT       PIC 99V999.
           05 REBATE-PRE-PERIOD-PURCHASES PIC S9(11)V99.
           05 REBATE-CARRIED-PURCHASES PIC S9(11)V99.
           05 REBATE-RECEIVABLE-GL     PIC 9(6).
           05 REBATE-INCOME-GL         PIC 9(6).
           05 REBATE-ACCRUED           PIC S9(9)V99.
           05 REBATE-LAST-ACCRUAL-DATE PIC 9(8).
           05 REBATE-STATUS            PIC X.
               88 REBATE-IS-ACCRUING      VALUE "A".
               88 REBATE-IS-CLAIMED       VALUE "C".
               88 REBATE-IS-RECEIVED      VALUE "R".
           05 REBATE-CLAIM-DATE        PIC 9(8).
           05 REBATE-CLAIM-PURCHASES   PIC S9(11)V99.
           05 REBATE-CLAIM-PCT         PIC 99V999.
           05 REBATE-CLAIM-AMOUNT      PIC S9(9)V99.
           05 REBATE-RECEIVED-DATE     PIC 9(8).
           05 REBATE-RECEIVED-AMOUNT   PIC S9(9)V99.
           05 REBATE-RECEIVED-FORM     PIC X.
               88 REBATE-RECEIVED-BY-CHECK   VALUE "K".
               88 REBATE-RECEIVED-BY-MEMO    VALUE "M".
               88 REBATE-RECEIVED-FORM-VALID VALUES "K" "M".
           05 REBATE-RECEIVED-REFERENCE PIC X(15).
