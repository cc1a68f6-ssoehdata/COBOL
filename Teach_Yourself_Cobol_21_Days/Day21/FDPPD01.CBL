      * The FD for the prepaid expense schedule file.
      *---------------------------
      * FDPPD01.CBL
      * Primary Key - PPD-VOUCHER-NUMBER
      * One amortization schedule per voucher marked prepaid in
      * VCHMNT01 - the annual insurance premium, the software
      * subscription, the maintenance contract paid in one hit.
      * The voucher itself is coded to the prepaid asset account
      * (CONTROL-PREPAID-ACCOUNT), so GLAEXP01 books the bill to
      * the asset; the expense account and category it really
      * belongs to ride here. AMOUNT is spread evenly over MONTHS
      * starting with the month of START-DATE, the odd cents on
      * the last month (PLPPD01). PPDREL01 releases each month's
      * slice from the prepaid account to expense, stamping the
      * months and dollars released and the period and GL batch
      * it last ran for; the schedule is COMPLETE once every
      * month is out, CANCELLED if its voucher was voided.
      * Dates are CCYYMMDD, periods CCYYMM.
      *-----------------------------
       FD  PREPAID-FILE
           LABEL RECORDS ARE STANDARD.
       01  PREPAID-RECORD.
           05 PPD-VOUCHER-NUMBER       PIC 9(7).
           05 PPD-VENDOR               PIC 9(5).
           05 PPD-DESCRIPTION          PIC X(30).
           05 PPD-EXPENSE-CATEGORY     PIC X(2).
           05 PPD-EXPENSE-ACCOUNT      PIC 9(6).
           05 PPD-PREPAID-ACCOUNT      PIC 9(6).
           05 PPD-AMOUNT               PIC S9(9)V99.
           05 PPD-START-DATE           PIC 9(8).
           05 PPD-MONTHS               PIC 9(3).
           05 PPD-STATUS               PIC X.
               88 PPD-IS-ACTIVE           VALUE "A".
               88 PPD-IS-COMPLETE         VALUE "C".
               88 PPD-IS-CANCELLED        VALUE "X".
           05 PPD-MONTHS-RELEASED      PIC 9(3).
           05 PPD-AMOUNT-RELEASED      PIC S9(9)V99.
           05 PPD-LAST-RELEASE-PERIOD  PIC 9(6).
           05 PPD-LAST-RELEASE-BATCH   PIC 9(6).
           05 PPD-ENTERED-BY           PIC X(8).
           05 PPD-ENTERED-DATE         PIC 9(8).
