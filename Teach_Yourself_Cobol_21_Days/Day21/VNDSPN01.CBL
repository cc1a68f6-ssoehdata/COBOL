      * days from voucher date to paid date (the number a vendor
      * rep quotes back in every negotiation), and a spend
      * breakdown by expense category code pulled off the
      * VOUCHER-VENDOR alternate key. Employee expense
      * reimbursements (VOUCHER-EXPENSE-REPORT) are not spend
      * with a supplier, so they are kept out of the ranking and
      * the breakdowns and totaled on a line of their own.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  BIGGEST-SUB                 PIC 9(3) COMP.
       77  BIGGEST-PAID                PIC S9(11)V99.
       77  RANKED-VENDOR               PIC 9(5).
       77  REIMBURSED-PAID-TOTAL       PIC S9(11)V99 VALUE ZERO.
       77  REIMBURSED-VOUCHER-COUNT    PIC 9(5) VALUE ZERO.

       77  VENDOR-TABLE-COUNT          PIC 9(3) COMP VALUE ZERO.
       77  VENDOR-TABLE-LIMIT          PIC 9(3) COMP VALUE 500.
           05 FILLER                   PIC X(2) VALUE ": ".
           05 PRINT-CATEGORY-PAID      PIC ZZZ,ZZZ,ZZ9.99-.

       01  REIMBURSED-LINE.
           05 FILLER                   PIC X(36)
              VALUE "EMPLOYEE EXPENSE REIMBURSEMENTS".
           05 PRINT-REIMBURSED-PAID    PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-REIMBURSED-COUNT   PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM RANK-ONE-VENDOR
               UNTIL RANKS-PRINTED = TOP-N-CUTOFF
                   OR RANKS-PRINTED = VENDOR-TABLE-COUNT.
           PERFORM PRINT-REIMBURSED-TOTAL.

      *****************************************************
      *   PASS 1 - PAID DOLLARS AND DAYS BY VENDOR
           IF VOUCHER-PAID-DATE NOT = ZEROES
               AND VOUCHER-PAID-DATE NOT < FROM-DATE
               AND VOUCHER-PAID-DATE NOT > TO-DATE
               PERFORM TABLE-ONE-PAID-VOUCHER.
           PERFORM READ-NEXT-VOUCHER.

       TABLE-ONE-PAID-VOUCHER.
           IF VOUCHER-EXPENSE-REPORT NUMERIC
              AND VOUCHER-EXPENSE-REPORT NOT = ZEROES
               ADD VOUCHER-PAID-AMOUNT TO REIMBURSED-PAID-TOTAL
               ADD 1 TO REIMBURSED-VOUCHER-COUNT
           ELSE
               PERFORM ADD-VOUCHER-TO-TABLE.

       ADD-VOUCHER-TO-TABLE.
           COMPUTE DAYS-TO-PAY =
               FUNCTION INTEGER-OF-DATE(VOUCHER-PAID-DATE) -
           IF VOUCHER-PAID-DATE NOT = ZEROES
               AND VOUCHER-PAID-DATE NOT < FROM-DATE
               AND VOUCHER-PAID-DATE NOT > TO-DATE
               AND (VOUCHER-EXPENSE-REPORT NOT NUMERIC
                   OR VOUCHER-EXPENSE-REPORT = ZEROES)
               PERFORM ADD-TO-CATEGORY-BUCKET.
           PERFORM READ-NEXT-VOUCHER.

           PERFORM WRITE-TO-PRINTER.
           ADD 1 TO CATEGORY-SUB.

       PRINT-REIMBURSED-TOTAL.
           IF REIMBURSED-VOUCHER-COUNT NOT = ZEROES
               MOVE SPACE TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
               MOVE REIMBURSED-PAID-TOTAL TO PRINT-REIMBURSED-PAID
               MOVE REIMBURSED-VOUCHER-COUNT
                   TO PRINT-REIMBURSED-COUNT
               MOVE REIMBURSED-LINE TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.

       PRINT-THE-HEADINGS.
           MOVE FROM-DATE TO PRINT-FROM-DATE.
           MOVE TO-DATE TO PRINT-TO-DATE.
