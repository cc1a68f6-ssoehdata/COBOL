      *-------------------------------------------------------------
      * Totals VOUCHER-PAID-AMOUNT by VOUCHER-VENDOR for every
      * vendor flagged VENDOR-1099-ELIGIBLE, so AP no longer has
      * to hand-sort paid vouchers at year end. An employee's
      * expense reimbursement (VOUCHER-EXPENSE-REPORT) is not
      * reportable income and is left out.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FILLER                    PIC X(72).
           05 WORK-PAID-AMOUNT          PIC S9(9)V99.
           05 WORK-PAID-DATE            PIC 9(8).
           05 FILLER                    PIC X(268).
           05 WORK-EXPENSE-REPORT       PIC 9(6).

       SD  SORT-FILE
           LABEL RECORDS ARE STANDARD.
           05 FILLER                    PIC X(72).
           05 SORT-PAID-AMOUNT          PIC S9(9)V99.
           05 SORT-PAID-DATE            PIC 9(8).
           05 FILLER                    PIC X(268).
           05 SORT-EXPENSE-REPORT       PIC 9(6).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       SKIP-UNPAID-OR-NOT-1099.
           IF WORK-PAID-DATE = ZEROES
               MOVE "Y" TO VENDOR-NOT-1099
           ELSE
           IF WORK-EXPENSE-REPORT NUMERIC
              AND WORK-EXPENSE-REPORT NOT = ZEROES
               MOVE "Y" TO VENDOR-NOT-1099
           ELSE
               PERFORM CHECK-VENDOR-1099-STATUS.
           IF VENDOR-NOT-1099 = "Y"
