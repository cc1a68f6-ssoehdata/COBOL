      * double-post the GL. A batch control report (batch
      * number, voucher counts, amounts) prints for accounting
      * to file with the GL import.
      * A shared bill carrying a cost-allocation template
      * (CCAMNT01) is debited to the template's accounts, split
      * by PLCCA01.CBL, instead of the account it was keyed to.
      * An employee reimbursement (EXPVCH01) is debited line by
      * line to the accounts on its FDVCHEX1 expense lines.
      * A purchasing card statement (PCDIMP01) books whole to
      * the card suspense account; every charge its cardholder
      * has since coded is then moved out of suspense to the
      * account they gave it - a personal charge to the
      * personal-charges receivable - and stamped, so each
      * charge is reclassed exactly once.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "SLGLBAT.CBL".

           COPY "SLCCA01.CBL".

           COPY "SLVCHEX1.CBL".

           COPY "SLPCT01.CBL".

           SELECT WORK-FILE
               ASSIGN TO "WORK"
               ORGANIZATION IS SEQUENTIAL.

           COPY "FDGLBAT.CBL".

           COPY "FDCCA01.CBL".

           COPY "FDVCHEX1.CBL".

           COPY "FDPCT01.CBL".

      *-------------------------------------------------------------
      * WORK-RECORD/SORT-RECORD line up byte-for-byte with the
      * front of VOUCHER-RECORD (FILLER standing in for the fields
           05 FILLER                    PIC X(6).
           05 FILLER                    PIC X(24).
           05 WORK-ON-BEHALF-OF          PIC X(3).
           05 FILLER                    PIC X(97).
           05 WORK-CCA-CODE              PIC X(6).
              88 WORK-NOT-ALLOCATED        VALUES SPACES "000000"
                                           LOW-VALUES.
           05 WORK-EXPENSE-REPORT        PIC 9(6).

       SD  SORT-FILE
           LABEL RECORDS ARE STANDARD.
           05 FILLER                    PIC X(6).
           05 FILLER                    PIC X(24).
           05 SORT-ON-BEHALF-OF          PIC X(3).
           05 FILLER                    PIC X(97).
           05 SORT-CCA-CODE              PIC X(6).
           05 SORT-EXPENSE-REPORT        PIC 9(6).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.

       77  WORK-FILE-AT-END             PIC X VALUE "N".
       77  RECORD-FOUND                 PIC X.
       77  CCA-FOUND                    PIC X.
       77  VCHEX-FILE-AT-END            PIC X.
       77  DEBIT-LINE-FOUND             PIC X.
       77  CREDIT-LINE-FOUND            PIC X.
       77  PCT-FILE-AT-END              PIC X.
       77  ACCOUNT-NOT-CODED            PIC X.

       77  TODAY-CCYYMMDD                PIC 9(8).
       77  CURRENT-GL-ACCOUNT-NUMBER     PIC 9(6).
       77  ACCOUNT-TOTAL                 PIC S9(11)V99.
       77  DEBIT-ACCOUNT                 PIC 9(6).
       77  DEBIT-AMOUNT                  PIC S9(11)V99.
       77  CREDIT-ACCOUNT                PIC 9(6).
       77  CREDIT-AMOUNT                 PIC S9(11)V99.
       77  LINES-EXPORTED                PIC 9(5) VALUE ZERO.

       77  GL-BATCH-NUMBER               PIC 9(6).
       77  EXPENSE-VOUCHER-COUNT         PIC 9(5) VALUE ZERO.
       77  INTERCO-VOUCHER-COUNT         PIC 9(5) VALUE ZERO.
       77  INTERCO-TOTAL                 PIC S9(11)V99 VALUE ZERO.
       77  ALLOCATED-VOUCHER-COUNT       PIC 9(5) VALUE ZERO.
       77  ALLOCATED-TOTAL               PIC S9(11)V99 VALUE ZERO.
       77  REIMBURSED-VOUCHER-COUNT      PIC 9(5) VALUE ZERO.
       77  REIMBURSED-TOTAL              PIC S9(11)V99 VALUE ZERO.
       77  REIMBURSED-LINE-TOTAL         PIC S9(11)V99.
       77  PCARD-RECLASS-COUNT           PIC 9(5) VALUE ZERO.
       77  PCARD-RECLASS-TOTAL           PIC S9(11)V99 VALUE ZERO.
       77  PCARD-PERSONAL-COUNT          PIC 9(5) VALUE ZERO.
       77  PCARD-PERSONAL-TOTAL          PIC S9(11)V99 VALUE ZERO.
       77  PAYMENT-VOUCHER-COUNT         PIC 9(5) VALUE ZERO.
       77  EXPENSE-DEBIT-TOTAL           PIC S9(11)V99 VALUE ZERO.
       77  PAYMENT-TOTAL                 PIC S9(11)V99 VALUE ZERO.
              10 JOURNAL-ACCOUNT        PIC 9(6).
              10 JOURNAL-AMOUNT         PIC S9(11)V99.

      *-------------------------------------------------------------
      * The card charges reclassed into the batch, remembered
      * so exactly those - and not one coded while the batch
      * was being built - are stamped once the journal is
      * written. A month of cards fits several times over; any
      * past the table simply wait for the next run.
      *-------------------------------------------------------------
       77  PCARD-POSTED-COUNT            PIC 9(4) COMP VALUE ZERO.
       77  PCARD-POSTED-LIMIT            PIC 9(4) COMP VALUE 2000.
       77  PCARD-SUB                     PIC 9(4) COMP.

       01  PCARD-POSTED-TABLE.
           05 PCARD-POSTED-KEY          PIC X(11) OCCURS 2000 TIMES.

       01  BATCH-REPORT-LINE.
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-BATCH-LABEL        PIC X(26).
           05 FILLER                   PIC X(6) VALUE "  RUN ".
           05 PRINT-BATCH-DATE         PIC 9(8).

           COPY "WSCCA01.CBL".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           OPEN INPUT GLACCOUNT-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN EXTEND CONTROL-LOG-FILE.
           OPEN INPUT COST-ALLOCATION-FILE.
           OPEN INPUT VOUCHER-EXPENSE-FILE.
           OPEN I-O PCARD-TRANSACTION-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM GET-CONTROL-ACCOUNTS.
           MOVE "GLAEXP01" TO REPORT-SPOOL-NAME.
           CLOSE GLACCOUNT-FILE.
           CLOSE CONTROL-FILE.
           CLOSE CONTROL-LOG-FILE.
           CLOSE COST-ALLOCATION-FILE.
           CLOSE VOUCHER-EXPENSE-FILE.
           CLOSE PCARD-TRANSACTION-FILE.
           CLOSE PRINTER-FILE.
           PERFORM WRITE-THE-STEP-COUNT.

           PERFORM BUILD-EXPENSE-DEBITS.
           PERFORM ADD-INTERCO-DEBIT-LINE.
           PERFORM ADD-AP-CREDIT-LINE.
           PERFORM BUILD-PCARD-RECLASS-LINES.
           PERFORM BUILD-PAYMENT-LINES.
           PERFORM TOTAL-THE-BATCH.
           IF BATCH-DEBIT-TOTAL = BATCH-CREDIT-TOTAL
               PERFORM WRITE-THE-JOURNAL
               PERFORM WRITE-BATCH-STATUS-RECORD
               PERFORM STAMP-EXPORTED-VOUCHERS
               PERFORM STAMP-RECLASSED-CHARGES
               PERFORM PRINT-BATCH-CONTROL-REPORT
           ELSE
               DISPLAY "*** JOURNAL BATCH OUT OF BALANCE ***"
           IF WORK-ON-BEHALF-OF = SPACES
               OR WORK-ON-BEHALF-OF = "000"
               OR WORK-ON-BEHALF-OF = LOW-VALUES
               PERFORM POST-VOUCHER-EXPENSE
               ADD 1 TO EXPENSE-VOUCHER-COUNT
           ELSE
               ADD WORK-AMOUNT TO INTERCO-TOTAL
               ADD 1 TO INTERCO-VOUCHER-COUNT.
           PERFORM READ-NEXT-VALID-WORK.

      *-------------------------------------------------------------
      * A voucher with an allocation template is split across the
      * template's accounts as it comes up, each share debited
      * to its own account's line; everything else collects in
      * the account total. A template that has since been
      * deleted leaves the voucher on the account it was keyed
      * to, with a warning, rather than out of the batch.
      *-------------------------------------------------------------
       POST-VOUCHER-EXPENSE.
           IF WORK-EXPENSE-REPORT NUMERIC
              AND WORK-EXPENSE-REPORT NOT = ZEROES
               PERFORM POST-REIMBURSEMENT-LINES
           ELSE
               PERFORM POST-KEYED-VOUCHER-EXPENSE.

       POST-KEYED-VOUCHER-EXPENSE.
           MOVE "N" TO CCA-FOUND.
           IF NOT WORK-NOT-ALLOCATED
               PERFORM READ-CCA-RECORD.
           IF CCA-FOUND = "Y"
               PERFORM ALLOCATE-VOUCHER-EXPENSE
           ELSE
               ADD WORK-AMOUNT TO ACCOUNT-TOTAL.

       READ-CCA-RECORD.
           MOVE WORK-CCA-CODE TO CCA-CODE.
           MOVE "Y" TO CCA-FOUND.
           READ COST-ALLOCATION-FILE RECORD
               INVALID KEY
                   MOVE "N" TO CCA-FOUND.
           IF CCA-FOUND = "N"
               DISPLAY "** VOUCHER " WORK-VOUCHER-NUMBER
                   " - ALLOCATION TEMPLATE " WORK-CCA-CODE
                   " NOT ON FILE **"
               DISPLAY "DEBITED TO ACCOUNT " WORK-GL-ACCOUNT-NUMBER
                   " UNSPLIT".

       ALLOCATE-VOUCHER-EXPENSE.
           MOVE WORK-AMOUNT TO CCA-SPLIT-TOTAL.
           PERFORM COMPUTE-CCA-SPLIT.
           MOVE 1 TO CCA-SUB.
           PERFORM POST-ONE-CCA-SHARE
               UNTIL CCA-SUB > CCA-LINE-COUNT.
           ADD WORK-AMOUNT TO EXPENSE-DEBIT-TOTAL.
           ADD WORK-AMOUNT TO ALLOCATED-TOTAL.
           ADD 1 TO ALLOCATED-VOUCHER-COUNT.

       POST-ONE-CCA-SHARE.
           MOVE CCA-GL-ACCOUNT (CCA-SUB) TO DEBIT-ACCOUNT.
           MOVE CCA-SPLIT-AMOUNT (CCA-SUB) TO DEBIT-AMOUNT.
           PERFORM ADD-EXPENSE-DEBIT-LINE.
           ADD 1 TO CCA-SUB.

      *-------------------------------------------------------------
      * An employee reimbursement debits each expense line's own
      * account. Whatever the lines don't account for - none on
      * file, or a voucher changed after it was written - stays
      * on the account the voucher was booked to, so the batch
      * still balances to the voucher.
      *-------------------------------------------------------------
       POST-REIMBURSEMENT-LINES.
           MOVE ZEROES TO REIMBURSED-LINE-TOTAL.
           MOVE WORK-VOUCHER-NUMBER TO VCHEX-VOUCHER-NUMBER.
           MOVE ZEROES TO VCHEX-SEQUENCE.
           MOVE "N" TO VCHEX-FILE-AT-END.
           START VOUCHER-EXPENSE-FILE
               KEY NOT < VCHEX-KEY
               INVALID KEY
                   MOVE "Y" TO VCHEX-FILE-AT-END.
           PERFORM READ-NEXT-VCHEX-RECORD.
           PERFORM POST-ONE-REIMBURSEMENT-LINE
               UNTIL VCHEX-FILE-AT-END = "Y".
           COMPUTE ACCOUNT-TOTAL = ACCOUNT-TOTAL +
               WORK-AMOUNT - REIMBURSED-LINE-TOTAL.
           ADD REIMBURSED-LINE-TOTAL TO EXPENSE-DEBIT-TOTAL.
           ADD WORK-AMOUNT TO REIMBURSED-TOTAL.
           ADD 1 TO REIMBURSED-VOUCHER-COUNT.

       READ-NEXT-VCHEX-RECORD.
           IF VCHEX-FILE-AT-END NOT = "Y"
               READ VOUCHER-EXPENSE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO VCHEX-FILE-AT-END.
           IF VCHEX-FILE-AT-END NOT = "Y"
              AND VCHEX-VOUCHER-NUMBER NOT = WORK-VOUCHER-NUMBER
               MOVE "Y" TO VCHEX-FILE-AT-END.

       POST-ONE-REIMBURSEMENT-LINE.
           MOVE VCHEX-GL-ACCOUNT TO DEBIT-ACCOUNT.
           MOVE VCHEX-AMOUNT TO DEBIT-AMOUNT.
           PERFORM ADD-EXPENSE-DEBIT-LINE.
           ADD VCHEX-AMOUNT TO REIMBURSED-LINE-TOTAL.
           PERFORM READ-NEXT-VCHEX-RECORD.

       END-ONE-ACCOUNT.
           IF ACCOUNT-TOTAL NOT = ZEROES
               MOVE CURRENT-GL-ACCOUNT-NUMBER TO DEBIT-ACCOUNT
               MOVE ACCOUNT-TOTAL TO DEBIT-AMOUNT
               PERFORM ADD-EXPENSE-DEBIT-LINE
               ADD ACCOUNT-TOTAL TO EXPENSE-DEBIT-TOTAL.

      *-------------------------------------------------------------
      * An allocated share can land on an account whose line is
      * already in the table, so the debit is added into that
      * line when there is one - still one debit per account.
      *-------------------------------------------------------------
       ADD-EXPENSE-DEBIT-LINE.
           MOVE "N" TO DEBIT-LINE-FOUND.
           MOVE 1 TO JOURNAL-SUB.
           PERFORM FIND-EXPENSE-DEBIT-LINE
               UNTIL JOURNAL-SUB > JOURNAL-LINE-COUNT
                   OR DEBIT-LINE-FOUND = "Y".
           IF DEBIT-LINE-FOUND = "Y"
               ADD DEBIT-AMOUNT TO JOURNAL-AMOUNT (JOURNAL-SUB)
           ELSE
           IF JOURNAL-LINE-COUNT = JOURNAL-LINE-LIMIT
               DISPLAY "** JOURNAL TABLE FULL - ACCOUNT "
                   DEBIT-ACCOUNT " DROPPED **"
           ELSE
               ADD 1 TO JOURNAL-LINE-COUNT
               MOVE JOURNAL-LINE-COUNT TO JOURNAL-SUB
               MOVE "D" TO JOURNAL-DEBIT-CREDIT (JOURNAL-SUB)
               MOVE DEBIT-ACCOUNT TO JOURNAL-ACCOUNT (JOURNAL-SUB)
               MOVE DEBIT-AMOUNT TO JOURNAL-AMOUNT (JOURNAL-SUB).

       FIND-EXPENSE-DEBIT-LINE.
           IF JOURNAL-DEBIT-CREDIT (JOURNAL-SUB) = "D"
               AND JOURNAL-ACCOUNT (JOURNAL-SUB) = DEBIT-ACCOUNT
               MOVE "Y" TO DEBIT-LINE-FOUND
           ELSE
               ADD 1 TO JOURNAL-SUB.

      *-------------------------------------------------------------
      * The on-behalf-of vouchers debit the intercompany
           COMPUTE JOURNAL-AMOUNT (JOURNAL-SUB) =
               EXPENSE-DEBIT-TOTAL + INTERCO-TOTAL.

      *****************************************************
      *   PURCHASING CARD CHARGES OUT OF SUSPENSE
      *****************************************************
      *-------------------------------------------------------------
      * Every coded charge not yet posted debits the account its
      * cardholder gave it and credits the suspense account its
      * statement was booked to. That holds whether the
      * statement voucher itself posted in an earlier batch or
      * is posting in this one, so a charge is reclassed the
      * first night after it is coded either way. Personal
      * charges are gathered into one debit to the personal-
      * charges receivable, whose account is prompted for and
      * saved the first time one posts. Uncoded charges stay in
      * suspense - PCDAGE01 is what chases them.
      *-------------------------------------------------------------
       BUILD-PCARD-RECLASS-LINES.
           MOVE ZEROES TO PCT-KEY.
           MOVE "N" TO PCT-FILE-AT-END.
           START PCARD-TRANSACTION-FILE
               KEY NOT < PCT-KEY
               INVALID KEY
                   MOVE "Y" TO PCT-FILE-AT-END.
           PERFORM READ-NEXT-PCT-RECORD.
           PERFORM RECLASS-ONE-CHARGE
               UNTIL PCT-FILE-AT-END = "Y".
           IF PCARD-PERSONAL-TOTAL NOT = ZEROES
               PERFORM REQUIRE-PERSONAL-ACCOUNT
               MOVE CONTROL-PCARD-PERSONAL-ACCOUNT TO DEBIT-ACCOUNT
               MOVE PCARD-PERSONAL-TOTAL TO DEBIT-AMOUNT
               PERFORM ADD-EXPENSE-DEBIT-LINE.

       READ-NEXT-PCT-RECORD.
           IF PCT-FILE-AT-END NOT = "Y"
               READ PCARD-TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO PCT-FILE-AT-END.

       RECLASS-ONE-CHARGE.
           IF (PCT-IS-CODED OR PCT-IS-PERSONAL)
              AND PCT-GL-POSTED-DATE = ZEROES
              AND PCARD-POSTED-COUNT < PCARD-POSTED-LIMIT
               PERFORM RECLASS-CODED-CHARGE.
           PERFORM READ-NEXT-PCT-RECORD.

       RECLASS-CODED-CHARGE.
           IF PCT-IS-PERSONAL
               ADD PCT-AMOUNT TO PCARD-PERSONAL-TOTAL
               ADD 1 TO PCARD-PERSONAL-COUNT
           ELSE
               MOVE PCT-GL-ACCOUNT TO DEBIT-ACCOUNT
               MOVE PCT-AMOUNT TO DEBIT-AMOUNT
               PERFORM ADD-EXPENSE-DEBIT-LINE.
           MOVE PCT-SUSPENSE-ACCOUNT TO CREDIT-ACCOUNT.
           MOVE PCT-AMOUNT TO CREDIT-AMOUNT.
           PERFORM ADD-RECLASS-CREDIT-LINE.
           ADD 1 TO PCARD-POSTED-COUNT.
           MOVE PCT-KEY TO PCARD-POSTED-KEY (PCARD-POSTED-COUNT).
           ADD PCT-AMOUNT TO PCARD-RECLASS-TOTAL.
           ADD 1 TO PCARD-RECLASS-COUNT.

      *-------------------------------------------------------------
      * One credit per suspense account, the way the debits are
      * one per expense account.
      *-------------------------------------------------------------
       ADD-RECLASS-CREDIT-LINE.
           MOVE "N" TO CREDIT-LINE-FOUND.
           MOVE 1 TO JOURNAL-SUB.
           PERFORM FIND-RECLASS-CREDIT-LINE
               UNTIL JOURNAL-SUB > JOURNAL-LINE-COUNT
                   OR CREDIT-LINE-FOUND = "Y".
           IF CREDIT-LINE-FOUND = "Y"
               ADD CREDIT-AMOUNT TO JOURNAL-AMOUNT (JOURNAL-SUB)
           ELSE
           IF JOURNAL-LINE-COUNT = JOURNAL-LINE-LIMIT
               DISPLAY "** JOURNAL TABLE FULL - ACCOUNT "
                   CREDIT-ACCOUNT " DROPPED **"
           ELSE
               ADD 1 TO JOURNAL-LINE-COUNT
               MOVE JOURNAL-LINE-COUNT TO JOURNAL-SUB
               MOVE "C" TO JOURNAL-DEBIT-CREDIT (JOURNAL-SUB)
               MOVE CREDIT-ACCOUNT TO JOURNAL-ACCOUNT (JOURNAL-SUB)
               MOVE CREDIT-AMOUNT TO JOURNAL-AMOUNT (JOURNAL-SUB).

       FIND-RECLASS-CREDIT-LINE.
           IF JOURNAL-DEBIT-CREDIT (JOURNAL-SUB) = "C"
               AND JOURNAL-ACCOUNT (JOURNAL-SUB) = CREDIT-ACCOUNT
               MOVE "Y" TO CREDIT-LINE-FOUND
           ELSE
               ADD 1 TO JOURNAL-SUB.

       REQUIRE-PERSONAL-ACCOUNT.
           IF CONTROL-PCARD-PERSONAL-ACCOUNT NOT NUMERIC
               MOVE ZEROES TO CONTROL-PCARD-PERSONAL-ACCOUNT.
           IF CONTROL-PCARD-PERSONAL-ACCOUNT = ZEROES
               PERFORM ENTER-PERSONAL-ACCOUNT
               PERFORM SAVE-CONTROL-RECORD.

       ENTER-PERSONAL-ACCOUNT.
           PERFORM ACCEPT-PERSONAL-ACCOUNT.
           PERFORM RE-ACCEPT-PERSONAL-ACCOUNT
               UNTIL RECORD-FOUND = "Y".

       ACCEPT-PERSONAL-ACCOUNT.
           DISPLAY "ENTER THE PERSONAL CARD CHARGES RECEIVABLE "
               "ACCOUNT NUMBER".
           ACCEPT CONTROL-PCARD-PERSONAL-ACCOUNT.
           MOVE CONTROL-PCARD-PERSONAL-ACCOUNT TO GL-ACCOUNT-NUMBER.
           PERFORM READ-GLACCOUNT-RECORD.

       RE-ACCEPT-PERSONAL-ACCOUNT.
           DISPLAY "ACCOUNT NOT ON THE CHART OF ACCOUNTS".
           PERFORM ACCEPT-PERSONAL-ACCOUNT.

      *****************************************************
      *   PAYMENT LINES - DEBIT A/P, CREDIT CASH AND
      *   DISCOUNTS TAKEN
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".

      *-------------------------------------------------------------
      * The card charges reclassed into this batch, stamped with
      * it so they never reclass again and PCDCOD01 no longer
      * lets their coding change.
      *-------------------------------------------------------------
       STAMP-RECLASSED-CHARGES.
           MOVE 1 TO PCARD-SUB.
           PERFORM STAMP-ONE-RECLASSED-CHARGE
               UNTIL PCARD-SUB > PCARD-POSTED-COUNT.

       STAMP-ONE-RECLASSED-CHARGE.
           MOVE PCARD-POSTED-KEY (PCARD-SUB) TO PCT-KEY.
           READ PCARD-TRANSACTION-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR RE-READING CARD TRANSACTION "
                       PCT-KEY
               NOT INVALID KEY
                   MOVE TODAY-CCYYMMDD TO PCT-GL-POSTED-DATE
                   MOVE GL-BATCH-NUMBER TO PCT-GL-BATCH
                   PERFORM REWRITE-PCT-RECORD.
           ADD 1 TO PCARD-SUB.

       REWRITE-PCT-RECORD.
           REWRITE PCARD-TRANSACTION-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CARD TRANSACTION RECORD".

      *-------------------------------------------------------------
      * The paper accounting files with the GL import - batch
      * number, what went in it, and the dollars, so "did we
           MOVE BATCH-REPORT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO BATCH-REPORT-LINE.
           MOVE "  SPLIT BY TEMPLATE:      " TO PRINT-BATCH-LABEL.
           MOVE ALLOCATED-VOUCHER-COUNT TO PRINT-BATCH-COUNT.
           MOVE ALLOCATED-TOTAL TO PRINT-BATCH-AMOUNT.
           MOVE BATCH-REPORT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO BATCH-REPORT-LINE.
           MOVE "  EMPLOYEE EXPENSE LINES: " TO PRINT-BATCH-LABEL.
           MOVE REIMBURSED-VOUCHER-COUNT TO PRINT-BATCH-COUNT.
           MOVE REIMBURSED-TOTAL TO PRINT-BATCH-AMOUNT.
           MOVE BATCH-REPORT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO BATCH-REPORT-LINE.
           MOVE "CARD CHARGES RECLASSED:   " TO PRINT-BATCH-LABEL.
           MOVE PCARD-RECLASS-COUNT TO PRINT-BATCH-COUNT.
           MOVE PCARD-RECLASS-TOTAL TO PRINT-BATCH-AMOUNT.
           MOVE BATCH-REPORT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO BATCH-REPORT-LINE.
           MOVE "  PERSONAL CHARGES:       " TO PRINT-BATCH-LABEL.
           MOVE PCARD-PERSONAL-COUNT TO PRINT-BATCH-COUNT.
           MOVE PCARD-PERSONAL-TOTAL TO PRINT-BATCH-AMOUNT.
           MOVE BATCH-REPORT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO BATCH-REPORT-LINE.
           MOVE "INTERCOMPANY POSTED:      " TO PRINT-BATCH-LABEL.
           MOVE INTERCO-VOUCHER-COUNT TO PRINT-BATCH-COUNT.
           MOVE INTERCO-TOTAL TO PRINT-BATCH-AMOUNT.
           WRITE PRINTER-RECORD.

           COPY "PLPRNT01.CBL".

           COPY "PLCCA01.CBL".
