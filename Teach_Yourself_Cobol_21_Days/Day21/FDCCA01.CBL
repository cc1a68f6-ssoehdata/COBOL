      * The FD for the cost-allocation template file.
      *---------------------------
      * FDCCA01.CBL
      * Primary Key - CCA-CODE
      * A template splits one shared bill - rent, utilities,
      * the phone bill - across the departments that share it,
      * one line per GL account with the percent that account
      * carries. The percents on a template always add to
      * 100.00; CCAMNT01 won't file one that doesn't. A voucher
      * or recurring voucher names the template in its
      * CCA-CODE, and GLAEXP01, BUDRPT01 and CATSPR01 split the
      * amount with PLCCA01.CBL. A line's expense category is
      * optional - blank leaves the voucher's own category on
      * that share of the bill.
      *-----------------------------
       FD  COST-ALLOCATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  COST-ALLOCATION-RECORD.
           05 CCA-CODE                 PIC X(6).
           05 CCA-DESCRIPTION          PIC X(30).
           05 CCA-LINE-COUNT           PIC 99.
           05 CCA-LINE OCCURS 10 TIMES.
              10 CCA-GL-ACCOUNT        PIC 9(6).
              10 CCA-EXPENSE-CATEGORY  PIC X(2).
              10 CCA-PERCENT           PIC 9(3)V99.
