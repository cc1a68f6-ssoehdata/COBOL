      * payer "C" record carrying the payee count and total), so
      * the file can be handed straight to the filing service
      * instead of being retyped from VEN1099R's printout.
      * Employee expense reimbursements are left out, as there.
      * The backup withholding CHKPRT01 took during the year goes
      * in box 4.
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

       FD  EFILE-FILE
           LABEL RECORDS ARE OMITTED.
           05 EF-B-PAYEE-STATE          PIC X(2).
           05 EF-B-PAYEE-ZIP            PIC X(10).
           05 EF-B-BOX-1-NONEMP-COMP    PIC 9(9)V99.
           05 EF-B-BOX-4-FED-WITHHELD   PIC 9(9)V99.
           05 FILLER                    PIC X(22) VALUE SPACE.

       01  END-OF-PAYER-C-RECORD.
           05 EF-C-RECORD-TYPE          PIC X(1) VALUE "C".
           IF WORK-PAID-DATE = ZEROES
               MOVE "Y" TO VENDOR-NOT-ELIGIBLE
           ELSE
           IF WORK-EXPENSE-REPORT NUMERIC
              AND WORK-EXPENSE-REPORT NOT = ZEROES
               MOVE "Y" TO VENDOR-NOT-ELIGIBLE
           ELSE
           IF WORK-PAID-DATE (1:4) NOT = ENTERED-TAX-YEAR
               MOVE "Y" TO VENDOR-NOT-ELIGIBLE
           ELSE
               MOVE REMIT-TO-STATE TO EF-B-PAYEE-STATE
               MOVE REMIT-TO-ZIP TO EF-B-PAYEE-ZIP.
           MOVE VENDOR-TOTAL TO EF-B-BOX-1-NONEMP-COMP.
           MOVE VENDOR-YTD-BACKUP-WITHHELD TO EF-B-BOX-4-FED-WITHHELD.
           MOVE PAYEE-B-RECORD TO EFILE-RECORD.
           WRITE EFILE-RECORD.

