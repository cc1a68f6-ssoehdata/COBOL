      * Recording receipt of a vendor rebate claim
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBTRCV01.
      *-------------------------------------------------------------
      * Closes out a rebate claim RBTACR01 made. The agreement is
      * keyed by vendor and period start and has to be waiting
      * on its claim; the operator keys the date the rebate came
      * in, the amount, whether it came as a check or as a
      * credit memo, and the check number or the vendor's memo
      * number, and the agreement goes to "R" (received).
      * A check is banked: debit CONTROL-CASH-ACCOUNT for what
      * came in, credit the agreement's receivable for what was
      * accrued, and whatever the vendor short-paid (or over-
      * paid) goes back against the account the rebate was
      * earned to. A credit memo is vouchered separately through
      * VCHMNT01 as a credit charged to the receivable account,
      * which takes the amount received off both the receivable
      * and the vendor's balance; here only the difference
      * between the memo and the accrual is cleared out of the
      * receivable against the earned account. All the receipts
      * keyed in one session make one batch, in GLAEXP01's export
      * format to RBTRCEXP under the next CONTROL-LAST-GL-BATCH,
      * on the GL batch status file for GLACNF01 to confirm.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLRBT01.CBL".

           COPY "SLVND02.CBL".

           COPY "SLCONTRL.CBL".

           COPY "SLCTLLOG.CBL".

           COPY "SLGLACT01.CBL".

           COPY "SLGLBAT.CBL".

           SELECT GL-EXPORT-FILE
               ASSIGN TO "RBTRCEXP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDRBT01.CBL".

           COPY "FDVND04.CBL".

           COPY "FDCONTRL.CBL".

           COPY "FDCTLLOG.CBL".

           COPY "FDGLACT01.CBL".

           COPY "FDGLBAT.CBL".

       FD  GL-EXPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  GL-EXPORT-RECORD.
           05 EXPORT-DEBIT-CREDIT       PIC X.
           05 FILLER                    PIC X VALUE ",".
           05 EXPORT-GL-ACCOUNT-NUMBER  PIC 9(6).
           05 FILLER                    PIC X VALUE ",".
           05 EXPORT-GL-ACCOUNT-NAME    PIC X(30).
           05 FILLER                    PIC X VALUE ",".
           05 EXPORT-GL-BATCH-DATE      PIC 9(8).
           05 FILLER                    PIC X VALUE ",".
           05 EXPORT-GL-ACCOUNT-TOTAL   PIC -(10)9.99.

       WORKING-STORAGE SECTION.

       77  RECORD-FOUND                PIC X.
       77  VENDOR-FOUND                PIC X.
       77  OK-TO-RECORD                PIC X.
       77  TABLE-IS-FULL               PIC X VALUE "N".
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  CURRENT-TIME                PIC 9(8).
       77  OLD-CONTROL-VALUE           PIC 9(8).
       77  RECEIPT-DIFFERENCE          PIC S9(9)V99.
       77  RECEIPTS-RECORDED           PIC 9(5) VALUE ZERO.

      *-------------------------------------------------------------
      * The journal, one line per GL account, in FADEP01's
      * pattern: positive is a debit, negative a credit.
      *-------------------------------------------------------------
       77  JOURNAL-LINE-COUNT           PIC 9(3) COMP VALUE ZERO.
       77  JOURNAL-LINE-LIMIT           PIC 9(3) COMP VALUE 200.
       77  JOURNAL-SUB                  PIC 9(3) COMP.
       77  POST-ACCOUNT                 PIC 9(6).
       77  POST-AMOUNT                  PIC S9(11)V99.

       01  JOURNAL-TABLE.
           05 JOURNAL-LINE OCCURS 200 TIMES.
              10 JOURNAL-DEBIT-CREDIT   PIC X.
              10 JOURNAL-ACCOUNT        PIC 9(6).
              10 JOURNAL-AMOUNT         PIC S9(11)V99.

       77  GL-BATCH-NUMBER             PIC 9(6) VALUE ZERO.
       77  LINES-EXPORTED              PIC 9(5) VALUE ZERO.
       77  BATCH-DEBIT-TOTAL           PIC S9(11)V99 VALUE ZERO.
       77  BATCH-CREDIT-TOTAL          PIC S9(11)V99 VALUE ZERO.

           COPY "WSDATE01.CBL".

           COPY "WSCASE01.CBL".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           OPEN I-O REBATE-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN EXTEND CONTROL-LOG-FILE.
           OPEN INPUT GLACCOUNT-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL-RECORD.

       CLOSING-PROCEDURE.
           CLOSE REBATE-FILE.
           CLOSE VENDOR-FILE.
           CLOSE CONTROL-FILE.
           CLOSE CONTROL-LOG-FILE.
           CLOSE GLACCOUNT-FILE.
           DISPLAY RECEIPTS-RECORDED " REBATE RECEIPT(S) RECORDED".

       READ-CONTROL-RECORD.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-CASH-ACCOUNT.
           IF CONTROL-CASH-ACCOUNT NOT NUMERIC
               MOVE ZEROES TO CONTROL-CASH-ACCOUNT.

       MAIN-PROCESS.
           PERFORM GET-CLAIMED-REBATE.
           PERFORM RECEIVE-REBATES
               UNTIL REBATE-VENDOR = ZEROES.
           IF TABLE-IS-FULL = "Y"
               DISPLAY "** JOURNAL TABLE FULL - NOTHING WRITTEN **"
           ELSE
           IF JOURNAL-LINE-COUNT NOT = ZERO
               PERFORM SET-THE-JOURNAL-SIDES
               PERFORM TOTAL-THE-BATCH
               PERFORM WRITE-THE-BATCH-IF-BALANCED.

       RECEIVE-REBATES.
           PERFORM DISPLAY-THE-CLAIM.
           PERFORM ENTER-RECEIVED-DATE.
           PERFORM ENTER-RECEIVED-AMOUNT.
           PERFORM ENTER-RECEIVED-FORM.
           PERFORM ENTER-RECEIVED-REFERENCE.
           PERFORM ASK-OK-TO-RECORD.
           IF OK-TO-RECORD = "Y"
               PERFORM RECORD-THE-RECEIPT.
           PERFORM GET-CLAIMED-REBATE.

      *-------------------------------------------------------------
      * Only an agreement whose claim has gone out and not yet
      * been answered can take a receipt.
      *-------------------------------------------------------------
       GET-CLAIMED-REBATE.
           MOVE ZEROES TO REBATE-VENDOR.
           MOVE ZEROES TO REBATE-PERIOD-START.
           PERFORM ENTER-REBATE-KEY.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-CLAIMED-REBATE
               UNTIL RECORD-FOUND = "Y" OR
                   REBATE-VENDOR = ZEROES.

       FIND-CLAIMED-REBATE.
           PERFORM READ-REBATE-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "AGREEMENT NOT FOUND"
           ELSE
           IF NOT REBATE-IS-CLAIMED
               DISPLAY "THIS AGREEMENT HAS NO CLAIM AWAITING RECEIPT"
               MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
               PERFORM ENTER-REBATE-KEY.

       ENTER-REBATE-KEY.
           DISPLAY " ".
           DISPLAY "ENTER THE VENDOR NUMBER OF THE REBATE RECEIVED".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           ACCEPT REBATE-VENDOR.
           IF REBATE-VENDOR NOT = ZEROES
               PERFORM ENTER-REBATE-PERIOD-START.

       ENTER-REBATE-PERIOD-START.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "ENTER THE AGREEMENT PERIOD START (MM/DD/CCYY)"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO REBATE-PERIOD-START.

       DISPLAY-THE-CLAIM.
           MOVE REBATE-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           DISPLAY " ".
           DISPLAY "VENDOR:          " REBATE-VENDOR " " VENDOR-NAME.
           DISPLAY "AGREEMENT:       " REBATE-DESCRIPTION.
           DISPLAY "PERIOD:          " REBATE-PERIOD-START
               " TO " REBATE-PERIOD-END.
           DISPLAY "CLAIMED ON:      " REBATE-CLAIM-DATE.
           DISPLAY "PURCHASES:       " REBATE-CLAIM-PURCHASES.
           DISPLAY "TIER PERCENT:    " REBATE-CLAIM-PCT.
           DISPLAY "AMOUNT CLAIMED:  " REBATE-CLAIM-AMOUNT.
           DISPLAY "AMOUNT ACCRUED:  " REBATE-ACCRUED.

       ENTER-RECEIVED-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "ENTER THE DATE RECEIVED (MM/DD/CCYY)"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO REBATE-RECEIVED-DATE.

       ENTER-RECEIVED-AMOUNT.
           PERFORM ACCEPT-RECEIVED-AMOUNT.
           PERFORM RE-ACCEPT-RECEIVED-AMOUNT
               UNTIL REBATE-RECEIVED-AMOUNT > ZEROES.

       ACCEPT-RECEIVED-AMOUNT.
           DISPLAY "ENTER THE AMOUNT RECEIVED".
           ACCEPT REBATE-RECEIVED-AMOUNT.

       RE-ACCEPT-RECEIVED-AMOUNT.
           DISPLAY "THE AMOUNT RECEIVED MUST BE ENTERED".
           PERFORM ACCEPT-RECEIVED-AMOUNT.

       ENTER-RECEIVED-FORM.
           PERFORM ACCEPT-RECEIVED-FORM.
           PERFORM RE-ACCEPT-RECEIVED-FORM
               UNTIL REBATE-RECEIVED-FORM-VALID.

       ACCEPT-RECEIVED-FORM.
           DISPLAY "RECEIVED AS K=CHECK OR M=CREDIT MEMO?".
           ACCEPT REBATE-RECEIVED-FORM.
           INSPECT REBATE-RECEIVED-FORM
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-RECEIVED-FORM.
           DISPLAY "YOU MUST ENTER K OR M".
           PERFORM ACCEPT-RECEIVED-FORM.

       ENTER-RECEIVED-REFERENCE.
           PERFORM ACCEPT-RECEIVED-REFERENCE.
           PERFORM RE-ACCEPT-RECEIVED-REFERENCE
               UNTIL REBATE-RECEIVED-REFERENCE NOT = SPACE.

       ACCEPT-RECEIVED-REFERENCE.
           IF REBATE-RECEIVED-BY-CHECK
               DISPLAY "ENTER THE VENDOR'S CHECK NUMBER"
           ELSE
               DISPLAY "ENTER THE VENDOR'S CREDIT MEMO NUMBER".
           ACCEPT REBATE-RECEIVED-REFERENCE.
           INSPECT REBATE-RECEIVED-REFERENCE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-RECEIVED-REFERENCE.
           DISPLAY "A REFERENCE MUST BE ENTERED".
           PERFORM ACCEPT-RECEIVED-REFERENCE.

       ASK-OK-TO-RECORD.
           IF REBATE-RECEIVED-AMOUNT NOT = REBATE-CLAIM-AMOUNT
               DISPLAY "NOTE - THIS IS NOT THE AMOUNT CLAIMED".
           IF REBATE-RECEIVED-BY-MEMO
               DISPLAY "THE CREDIT MEMO ITSELF IS ENTERED IN VOUCHER "
                   "MAINTENANCE,"
               DISPLAY "CHARGED TO RECEIVABLE ACCOUNT "
                   REBATE-RECEIVABLE-GL.
           PERFORM ACCEPT-OK-TO-RECORD.
           PERFORM RE-ACCEPT-OK-TO-RECORD
               UNTIL OK-TO-RECORD = "Y" OR "N".

       ACCEPT-OK-TO-RECORD.
           DISPLAY "RECORD THIS RECEIPT (Y/N)?".
           ACCEPT OK-TO-RECORD.
           INSPECT OK-TO-RECORD
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-OK-TO-RECORD.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-RECORD.

       RECORD-THE-RECEIPT.
           MOVE "R" TO REBATE-STATUS.
           COMPUTE RECEIPT-DIFFERENCE =
               REBATE-ACCRUED - REBATE-RECEIVED-AMOUNT.
           IF REBATE-RECEIVED-BY-CHECK
               PERFORM JOURNAL-A-CHECK
           ELSE
               PERFORM JOURNAL-A-CREDIT-MEMO.
           PERFORM REWRITE-REBATE-RECORD.
           ADD 1 TO RECEIPTS-RECORDED.

      *-------------------------------------------------------------
      * Cash in, the receivable cleared, and the short-payment
      * (a debit) or over-payment (a credit) to the earned
      * account.
      *-------------------------------------------------------------
       JOURNAL-A-CHECK.
           MOVE CONTROL-CASH-ACCOUNT TO POST-ACCOUNT.
           MOVE REBATE-RECEIVED-AMOUNT TO POST-AMOUNT.
           PERFORM POST-JOURNAL-AMOUNT.
           MOVE REBATE-RECEIVABLE-GL TO POST-ACCOUNT.
           COMPUTE POST-AMOUNT = REBATE-ACCRUED * -1.
           PERFORM POST-JOURNAL-AMOUNT.
           IF RECEIPT-DIFFERENCE NOT = ZEROES
               MOVE REBATE-INCOME-GL TO POST-ACCOUNT
               MOVE RECEIPT-DIFFERENCE TO POST-AMOUNT
               PERFORM POST-JOURNAL-AMOUNT.

      *-------------------------------------------------------------
      * The memo's voucher clears what was received from the
      * receivable; what's left of the accrual is cleared here.
      *-------------------------------------------------------------
       JOURNAL-A-CREDIT-MEMO.
           IF RECEIPT-DIFFERENCE NOT = ZEROES
               MOVE REBATE-RECEIVABLE-GL TO POST-ACCOUNT
               COMPUTE POST-AMOUNT = RECEIPT-DIFFERENCE * -1
               PERFORM POST-JOURNAL-AMOUNT
               MOVE REBATE-INCOME-GL TO POST-ACCOUNT
               MOVE RECEIPT-DIFFERENCE TO POST-AMOUNT
               PERFORM POST-JOURNAL-AMOUNT.

      *****************************************************
      *   THE JOURNAL TABLE
      *****************************************************
       POST-JOURNAL-AMOUNT.
           PERFORM FIND-JOURNAL-ACCOUNT.
           IF JOURNAL-SUB > JOURNAL-LINE-COUNT
               PERFORM ADD-JOURNAL-ACCOUNT
           ELSE
               ADD POST-AMOUNT TO JOURNAL-AMOUNT (JOURNAL-SUB).

       FIND-JOURNAL-ACCOUNT.
           MOVE 1 TO JOURNAL-SUB.
           PERFORM NEXT-JOURNAL-ACCOUNT
               UNTIL JOURNAL-SUB > JOURNAL-LINE-COUNT
                   OR JOURNAL-ACCOUNT (JOURNAL-SUB) = POST-ACCOUNT.

       NEXT-JOURNAL-ACCOUNT.
           ADD 1 TO JOURNAL-SUB.

       ADD-JOURNAL-ACCOUNT.
           IF JOURNAL-LINE-COUNT = JOURNAL-LINE-LIMIT
               MOVE "Y" TO TABLE-IS-FULL
           ELSE
               ADD 1 TO JOURNAL-LINE-COUNT
               MOVE JOURNAL-LINE-COUNT TO JOURNAL-SUB
               MOVE POST-ACCOUNT TO JOURNAL-ACCOUNT (JOURNAL-SUB)
               MOVE POST-AMOUNT TO JOURNAL-AMOUNT (JOURNAL-SUB).

      *****************************************************
      *   THE BATCH
      *****************************************************
       SET-THE-JOURNAL-SIDES.
           MOVE 1 TO JOURNAL-SUB.
           PERFORM SET-ONE-JOURNAL-SIDE
               UNTIL JOURNAL-SUB > JOURNAL-LINE-COUNT.

       SET-ONE-JOURNAL-SIDE.
           IF JOURNAL-AMOUNT (JOURNAL-SUB) < ZERO
               MOVE "C" TO JOURNAL-DEBIT-CREDIT (JOURNAL-SUB)
               COMPUTE JOURNAL-AMOUNT (JOURNAL-SUB) =
                   JOURNAL-AMOUNT (JOURNAL-SUB) * -1
           ELSE
               MOVE "D" TO JOURNAL-DEBIT-CREDIT (JOURNAL-SUB).
           ADD 1 TO JOURNAL-SUB.

       TOTAL-THE-BATCH.
           MOVE ZEROES TO BATCH-DEBIT-TOTAL.
           MOVE ZEROES TO BATCH-CREDIT-TOTAL.
           MOVE 1 TO JOURNAL-SUB.
           PERFORM TOTAL-ONE-JOURNAL-LINE
               UNTIL JOURNAL-SUB > JOURNAL-LINE-COUNT.

       TOTAL-ONE-JOURNAL-LINE.
           IF JOURNAL-DEBIT-CREDIT (JOURNAL-SUB) = "D"
               ADD JOURNAL-AMOUNT (JOURNAL-SUB)
                   TO BATCH-DEBIT-TOTAL
           ELSE
               ADD JOURNAL-AMOUNT (JOURNAL-SUB)
                   TO BATCH-CREDIT-TOTAL.
           ADD 1 TO JOURNAL-SUB.

       WRITE-THE-BATCH-IF-BALANCED.
           IF BATCH-DEBIT-TOTAL NOT = BATCH-CREDIT-TOTAL
               DISPLAY "*** REBATE RECEIPT BATCH OUT OF BALANCE ***"
               DISPLAY "DEBITS:  " BATCH-DEBIT-TOTAL
               DISPLAY "CREDITS: " BATCH-CREDIT-TOTAL
               DISPLAY "THE JOURNAL FILE WAS NOT WRITTEN"
           ELSE
               PERFORM WRITE-THE-BATCH.

       WRITE-THE-BATCH.
           PERFORM ASSIGN-GL-BATCH-NUMBER.
           MOVE ZEROES TO LINES-EXPORTED.
           OPEN OUTPUT GL-EXPORT-FILE.
           MOVE 1 TO JOURNAL-SUB.
           PERFORM WRITE-ONE-JOURNAL-LINE
               UNTIL JOURNAL-SUB > JOURNAL-LINE-COUNT.
           CLOSE GL-EXPORT-FILE.
           PERFORM WRITE-BATCH-STATUS-RECORD.
           DISPLAY LINES-EXPORTED " JOURNAL LINE(S) EXPORTED TO "
               "RBTRCEXP - GL BATCH " GL-BATCH-NUMBER.

       WRITE-ONE-JOURNAL-LINE.
           IF JOURNAL-AMOUNT (JOURNAL-SUB) NOT = ZEROES
               PERFORM BUILD-EXPORT-LINE
               WRITE GL-EXPORT-RECORD
               ADD 1 TO LINES-EXPORTED.
           ADD 1 TO JOURNAL-SUB.

       BUILD-EXPORT-LINE.
           MOVE JOURNAL-ACCOUNT (JOURNAL-SUB) TO GL-ACCOUNT-NUMBER.
           PERFORM READ-GLACCOUNT-RECORD.
           MOVE JOURNAL-DEBIT-CREDIT (JOURNAL-SUB)
               TO EXPORT-DEBIT-CREDIT.
           MOVE JOURNAL-ACCOUNT (JOURNAL-SUB)
               TO EXPORT-GL-ACCOUNT-NUMBER.
           MOVE GL-ACCOUNT-NAME TO EXPORT-GL-ACCOUNT-NAME.
           MOVE TODAY-CCYYMMDD TO EXPORT-GL-BATCH-DATE.
           MOVE JOURNAL-AMOUNT (JOURNAL-SUB)
               TO EXPORT-GL-ACCOUNT-TOTAL.

       ASSIGN-GL-BATCH-NUMBER.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-LAST-GL-BATCH.
           MOVE CONTROL-LAST-GL-BATCH TO OLD-CONTROL-VALUE.
           ADD 1 TO CONTROL-LAST-GL-BATCH.
           MOVE CONTROL-LAST-GL-BATCH TO GL-BATCH-NUMBER.
           PERFORM SAVE-CONTROL-RECORD.
           PERFORM LOG-CONTROL-CHANGE.

       SAVE-CONTROL-RECORD.
           REWRITE CONTROL-RECORD
               INVALID KEY
                   WRITE CONTROL-RECORD
                       INVALID KEY
                       DISPLAY "ERROR WRITING CONTROL RECORD".

       LOG-CONTROL-CHANGE.
           MOVE "GLBATCH" TO CTLLOG-COUNTER-NAME.
           MOVE OLD-CONTROL-VALUE TO CTLLOG-OLD-VALUE.
           MOVE CONTROL-LAST-GL-BATCH TO CTLLOG-NEW-VALUE.
           MOVE "RBTRCV01" TO CTLLOG-PROGRAM-ID.
           MOVE TODAY-CCYYMMDD TO CTLLOG-DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE CURRENT-TIME TO CTLLOG-TIME.
           WRITE CONTROL-LOG-RECORD.

       WRITE-BATCH-STATUS-RECORD.
           OPEN I-O GL-BATCH-STATUS-FILE.
           MOVE GL-BATCH-NUMBER TO GLBAT-BATCH-NUMBER.
           MOVE TODAY-CCYYMMDD TO GLBAT-EXPORT-DATE.
           MOVE LINES-EXPORTED TO GLBAT-LINE-COUNT.
           MOVE BATCH-DEBIT-TOTAL TO GLBAT-DEBIT-TOTAL.
           MOVE "N" TO GLBAT-CONFIRMED.
           MOVE ZEROES TO GLBAT-GL-POSTING-DATE.
           WRITE GL-BATCH-STATUS-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING BATCH STATUS RECORD".
           CLOSE GL-BATCH-STATUS-FILE.

      ***********************************************
      *           FILE I-O ROUTINES
      ***********************************************
       READ-REBATE-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ REBATE-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       REWRITE-REBATE-RECORD.
           REWRITE REBATE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING REBATE RECORD".

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO VENDOR-FOUND
                   MOVE SPACES TO VENDOR-NAME.

       READ-GLACCOUNT-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ GLACCOUNT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
                   MOVE SPACES TO GL-ACCOUNT-NAME.

           COPY "PLDATE01.CBL".
