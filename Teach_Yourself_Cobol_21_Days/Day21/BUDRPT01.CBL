      * no longer looks under budget just because the big PO
      * hasn't been invoiced yet. Actual spend against an
      * account with no budget record is listed at the bottom
      * so it can't hide. A prepaid voucher is coded to the
      * prepaid account rather than to expense, so it is left
      * out of the actuals; each prepaid schedule instead adds
      * its PLPPD01 slice for the period to the expense account
      * it releases to, the way PPDREL01 books it. A shared bill
      * carrying a cost-allocation template counts against the
      * template's accounts, split by PLCCA01.CBL the way
      * GLAEXP01 posts it, not the account it was keyed to, and
      * an employee reimbursement counts against each of its
      * FDVCHEX1 expense lines' accounts.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "SLPO01.CBL".

           COPY "SLPPD01.CBL".

           COPY "SLCONTRL.CBL".

           COPY "SLCCA01.CBL".

           COPY "SLVCHEX1.CBL".

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "FDPO01.CBL".

           COPY "FDPPD01.CBL".

           COPY "FDCONTRL.CBL".

           COPY "FDCCA01.CBL".

           COPY "FDVCHEX1.CBL".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

           COPY "WSPRNT01.CBL".

           COPY "WSPPD01.CBL".

           COPY "WSCCA01.CBL".

       77  VOUCHER-FILE-AT-END         PIC X VALUE "N".
       77  PREPAID-FILE-AT-END         PIC X VALUE "N".
       77  PREPAID-ACCOUNT             PIC 9(6).
       77  SPEND-ACCOUNT               PIC 9(6).
       77  SPEND-AMOUNT                PIC S9(9)V99.
       77  BUDGET-FILE-AT-END          PIC X VALUE "N".
       77  PO-FILE-AT-END              PIC X VALUE "N".
       77  PO-OPEN-COMMITMENT          PIC S9(11)V99.
       77  RECORD-FOUND                PIC X.
       77  CCA-FOUND                   PIC X.
       77  VCHEX-FILE-AT-END           PIC X.
       77  REIMBURSED-LINE-TOTAL       PIC S9(9)V99.
       77  REPORT-PERIOD               PIC 9(6).
       77  VOUCHER-CCYYMM              PIC 9(6).
       77  VARIANCE-AMOUNT             PIC S9(11)V99.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT BUDGET-FILE.
           OPEN INPUT GLACCOUNT-FILE.
           OPEN INPUT PREPAID-FILE.
           OPEN INPUT CONTROL-FILE.
           OPEN INPUT COST-ALLOCATION-FILE.
           OPEN INPUT VOUCHER-EXPENSE-FILE.
           PERFORM READ-CONTROL-RECORD.
           DISPLAY "ENTER THE PERIOD TO REPORT (CCYYMM)".
           ACCEPT REPORT-PERIOD.
           MOVE "BUDRPT01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       READ-CONTROL-RECORD.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-PREPAID-ACCOUNT.
           IF CONTROL-PREPAID-ACCOUNT NOT NUMERIC
               MOVE ZEROES TO CONTROL-PREPAID-ACCOUNT.
           MOVE CONTROL-PREPAID-ACCOUNT TO PREPAID-ACCOUNT.

       CLOSING-PROCEDURE.
           CLOSE VOUCHER-FILE.
           CLOSE BUDGET-FILE.
           CLOSE GLACCOUNT-FILE.
           CLOSE PREPAID-FILE.
           CLOSE CONTROL-FILE.
           CLOSE COST-ALLOCATION-FILE.
           CLOSE VOUCHER-EXPENSE-FILE.
           CLOSE PRINTER-FILE.

       MAIN-PROCESS.
           PERFORM BUILD-ACTUAL-SPEND-TABLE.
           PERFORM BUILD-PREPAID-SPEND.
           PERFORM BUILD-COMMITTED-TABLE.
           PERFORM PRINT-THE-HEADINGS.
           PERFORM REPORT-THE-BUDGETS.
           MOVE VOUCHER-DATE(1:6) TO VOUCHER-CCYYMM.
           IF VOUCHER-CCYYMM = REPORT-PERIOD
               AND VOUCHER-GL-ACCOUNT-NUMBER NOT = ZEROES
               AND VOUCHER-GL-ACCOUNT-NUMBER NOT = PREPAID-ACCOUNT
               PERFORM TABLE-VOUCHER-SPEND.
           PERFORM READ-NEXT-VOUCHER.

       TABLE-VOUCHER-SPEND.
           IF VOUCHER-EXPENSE-REPORT NUMERIC
              AND VOUCHER-EXPENSE-REPORT NOT = ZEROES
               PERFORM TABLE-REIMBURSED-SPEND
           ELSE
               PERFORM TABLE-KEYED-VOUCHER-SPEND.

       TABLE-KEYED-VOUCHER-SPEND.
           MOVE "N" TO CCA-FOUND.
           IF NOT VOUCHER-NOT-ALLOCATED
               PERFORM READ-CCA-RECORD.
           IF CCA-FOUND = "Y"
               PERFORM TABLE-ALLOCATED-SPEND
           ELSE
               MOVE VOUCHER-GL-ACCOUNT-NUMBER TO SPEND-ACCOUNT
               MOVE VOUCHER-AMOUNT TO SPEND-AMOUNT
               PERFORM ADD-SPEND-TO-TABLE.

       READ-CCA-RECORD.
           MOVE VOUCHER-CCA-CODE TO CCA-CODE.
           MOVE "Y" TO CCA-FOUND.
           READ COST-ALLOCATION-FILE RECORD
               INVALID KEY
                   MOVE "N" TO CCA-FOUND.

       TABLE-ALLOCATED-SPEND.
           MOVE VOUCHER-AMOUNT TO CCA-SPLIT-TOTAL.
           PERFORM COMPUTE-CCA-SPLIT.
           MOVE 1 TO CCA-SUB.
           PERFORM TABLE-ONE-CCA-SHARE
               UNTIL CCA-SUB > CCA-LINE-COUNT.

       TABLE-ONE-CCA-SHARE.
           MOVE CCA-GL-ACCOUNT (CCA-SUB) TO SPEND-ACCOUNT.
           MOVE CCA-SPLIT-AMOUNT (CCA-SUB) TO SPEND-AMOUNT.
           PERFORM ADD-SPEND-TO-TABLE.
           ADD 1 TO CCA-SUB.

      *-------------------------------------------------------------
      * Each expense line charges its own account; anything the
      * lines don't cover stays on the voucher's account, as
      * GLAEXP01 posts it.
      *-------------------------------------------------------------
       TABLE-REIMBURSED-SPEND.
           MOVE ZEROES TO REIMBURSED-LINE-TOTAL.
           MOVE VOUCHER-NUMBER TO VCHEX-VOUCHER-NUMBER.
           MOVE ZEROES TO VCHEX-SEQUENCE.
           MOVE "N" TO VCHEX-FILE-AT-END.
           START VOUCHER-EXPENSE-FILE
               KEY NOT < VCHEX-KEY
               INVALID KEY
                   MOVE "Y" TO VCHEX-FILE-AT-END.
           PERFORM READ-NEXT-VCHEX-RECORD.
           PERFORM TABLE-ONE-REIMBURSED-LINE
               UNTIL VCHEX-FILE-AT-END = "Y".
           IF REIMBURSED-LINE-TOTAL NOT = VOUCHER-AMOUNT
               MOVE VOUCHER-GL-ACCOUNT-NUMBER TO SPEND-ACCOUNT
               COMPUTE SPEND-AMOUNT =
                   VOUCHER-AMOUNT - REIMBURSED-LINE-TOTAL
               PERFORM ADD-SPEND-TO-TABLE.

       READ-NEXT-VCHEX-RECORD.
           IF VCHEX-FILE-AT-END NOT = "Y"
               READ VOUCHER-EXPENSE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO VCHEX-FILE-AT-END.
           IF VCHEX-FILE-AT-END NOT = "Y"
              AND VCHEX-VOUCHER-NUMBER NOT = VOUCHER-NUMBER
               MOVE "Y" TO VCHEX-FILE-AT-END.

       TABLE-ONE-REIMBURSED-LINE.
           MOVE VCHEX-GL-ACCOUNT TO SPEND-ACCOUNT.
           MOVE VCHEX-AMOUNT TO SPEND-AMOUNT.
           PERFORM ADD-SPEND-TO-TABLE.
           ADD VCHEX-AMOUNT TO REIMBURSED-LINE-TOTAL.
           PERFORM READ-NEXT-VCHEX-RECORD.

       ADD-SPEND-TO-TABLE.
           MOVE "N" TO ACCOUNT-HIT.
           MOVE 1 TO ACCOUNT-SUB.
           PERFORM FIND-ACCOUNT-ENTRY
               UNTIL ACCOUNT-HIT = "Y"
                   OR ACCOUNT-SUB > ACCOUNT-COUNT.
           IF ACCOUNT-HIT = "Y"
               ADD SPEND-AMOUNT TO TABLE-ACTUAL (ACCOUNT-SUB)
           ELSE
               PERFORM ADD-NEW-ACCOUNT-ENTRY.

       FIND-ACCOUNT-ENTRY.
           IF TABLE-GL-ACCOUNT (ACCOUNT-SUB) = SPEND-ACCOUNT
               MOVE "Y" TO ACCOUNT-HIT
           ELSE
               ADD 1 TO ACCOUNT-SUB.
       ADD-NEW-ACCOUNT-ENTRY.
           IF ACCOUNT-COUNT = ACCOUNT-LIMIT
               DISPLAY "** ACCOUNT TABLE FULL - "
                   SPEND-ACCOUNT " NOT REPORTED **"
           ELSE
               ADD 1 TO ACCOUNT-COUNT
               MOVE ACCOUNT-COUNT TO ACCOUNT-SUB
               MOVE SPEND-ACCOUNT TO TABLE-GL-ACCOUNT (ACCOUNT-SUB)
               MOVE SPEND-AMOUNT TO TABLE-ACTUAL (ACCOUNT-SUB)
               MOVE ZEROES TO TABLE-COMMITTED (ACCOUNT-SUB)
               MOVE "N" TO TABLE-BUDGETED (ACCOUNT-SUB).

      *****************************************************
      *   PASS 1A - PREPAID SLICES FALLING IN THE PERIOD
      *****************************************************
      *-------------------------------------------------------------
      * Completed schedules still count for the months they ran;
      * a cancelled one went with its voided voucher.
      *-------------------------------------------------------------
       BUILD-PREPAID-SPEND.
           PERFORM READ-NEXT-PREPAID.
           PERFORM TABLE-ALL-PREPAIDS
               UNTIL PREPAID-FILE-AT-END = "Y".

       READ-NEXT-PREPAID.
           READ PREPAID-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PREPAID-FILE-AT-END.

       TABLE-ALL-PREPAIDS.
           IF NOT PPD-IS-CANCELLED
               MOVE REPORT-PERIOD TO AMORT-THROUGH-PERIOD
               PERFORM COMPUTE-AMORTIZED-SLICE
               IF AMORT-PERIOD-SLICE NOT = ZEROES
                   MOVE PPD-EXPENSE-ACCOUNT TO SPEND-ACCOUNT
                   MOVE AMORT-PERIOD-SLICE TO SPEND-AMOUNT
                   PERFORM ADD-SPEND-TO-TABLE.
           PERFORM READ-NEXT-PREPAID.

      *****************************************************
      *   PASS 1B - OPEN PO COMMITMENTS BY ACCOUNT
      *****************************************************
       WRITE-TO-PRINTER.
           WRITE PRINTER-RECORD.

           COPY "PLPPD01.CBL".

           COPY "PLCCA01.CBL".

           COPY "PLPRNT01.CBL".
