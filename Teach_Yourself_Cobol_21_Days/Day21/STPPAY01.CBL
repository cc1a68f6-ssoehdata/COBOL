      * Stop-payment requests and bank confirmations
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STPPAY01.
      *-------------------------------------------------------------
      * The paper trail for a check the payee says never came.
      * A stop is requested against the CHECK-REGISTER-FILE
      * record - the check goes to "S" (stop requested) and a
      * request record is added to STOPREQ, the file sent to the
      * bank, under the positive-pay identity of the bank account
      * the check drew on. The bank's answer comes back keyed
      * one at a time or loaded from its STOPCONF file: a placed
      * stop moves the check to "T" (stopped) with the bank's
      * stop reference, which is what VCHPAY01 insists on before
      * it will void and reissue the check; a refused stop (the
      * check has usually already paid) puts it back outstanding
      * for CHKRCN01 to clear. Whatever fee the bank charged is
      * vouchered to the bank's fee vendor and expense account
      * from the bank account master - or, for a check on the
      * operating account, from the control record - already
      * paid, since the bank simply debits it from the account.
      * STOPCONF is one confirmation per line: check number (8),
      * result "C" placed / "R" refused (1), date CCYYMMDD (8),
      * the bank's stop reference (15), fee 9(5)V99 (7).
      * STPOUT01 lists the stops still waiting on the bank.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLCHKREG.CBL".

           COPY "SLBNK01.CBL".

           COPY "SLVOUCH.CBL".

           COPY "SLCONTRL.CBL".

           COPY "SLCTLLOG.CBL".

           COPY "SLVND02.CBL".

           COPY "SLGLACT01.CBL".

           SELECT STOP-REQUEST-FILE
               ASSIGN TO "STOPREQ"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STOP-CONFIRM-FILE
               ASSIGN TO "STOPCONF"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDCHKREG.CBL".

           COPY "FDBNK01.CBL".

           COPY "FDVOUCH.CBL".

           COPY "FDCONTRL.CBL".

           COPY "FDCTLLOG.CBL".

           COPY "FDVND04.CBL".

           COPY "FDGLACT01.CBL".

      *-------------------------------------------------------------
      * Append-only, the way positive pay is - the day's requests
      * are what gets transmitted. The amount is unsigned with an
      * implied decimal, zero filled, as the bank's issue-file
      * spec wants it.
      *-------------------------------------------------------------
       FD  STOP-REQUEST-FILE
           LABEL RECORDS ARE OMITTED.
       01  STOP-REQUEST-RECORD.
           05 STOPREQ-ACCOUNT-ID       PIC X(10).
           05 STOPREQ-BANK-ACCOUNT     PIC X(3).
           05 STOPREQ-CHECK-NO         PIC 9(8).
           05 STOPREQ-ISSUE-DATE       PIC 9(8).
           05 STOPREQ-AMOUNT           PIC 9(9)V99.
           05 STOPREQ-PAYEE-NAME       PIC X(30).
           05 STOPREQ-REQUEST-DATE     PIC 9(8).
           05 STOPREQ-REASON           PIC X(20).

       FD  STOP-CONFIRM-FILE
           LABEL RECORDS ARE OMITTED.
       01  STOP-CONFIRM-RECORD.
           05 STOPCF-CHECK-NO          PIC 9(8).
           05 STOPCF-RESULT            PIC X.
           05 STOPCF-DATE              PIC 9(8).
           05 STOPCF-REFERENCE         PIC X(15).
           05 STOPCF-FEE               PIC 9(5)V99.

       WORKING-STORAGE SECTION.

           COPY "WSCASE01.CBL".

       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 3.

       77  CONFIRM-FILE-AT-END         PIC X.
       77  REGISTER-FOUND              PIC X.
       77  BANK-FOUND                  PIC X.
       77  VENDOR-FOUND                PIC X.
       77  ACCOUNT-FOUND               PIC X.
       77  OK-TO-CONTINUE              PIC X.
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  CURRENT-TIME                PIC 9(8).
       77  OLD-CONTROL-VALUE           PIC 9(8).
       77  NEW-VOUCHER-NUMBER          PIC 9(7).

       77  ENTERED-CHECK-NO            PIC 9(8).
       77  ENTERED-RESULT              PIC X.
           88 STOP-WAS-PLACED          VALUE "C".
           88 STOP-WAS-REFUSED         VALUE "R".
       77  ENTERED-CONF-DATE           PIC 9(8).
       77  ENTERED-REFERENCE           PIC X(15).
       77  ENTERED-FEE                 PIC S9(5)V99.
       77  FEE-VENDOR                  PIC 9(5).
       77  FEE-GL-ACCOUNT              PIC 9(6).

       77  STOPS-REQUESTED             PIC 9(5) VALUE ZERO.
       77  STOPS-CONFIRMED             PIC 9(5) VALUE ZERO.
       77  STOPS-REFUSED               PIC 9(5) VALUE ZERO.
       77  CONFIRMS-REJECTED           PIC 9(5) VALUE ZERO.
       77  FEE-VOUCHER-COUNT           PIC 9(5) VALUE ZERO.
       77  FEE-TOTAL                   PIC S9(9)V99 VALUE ZERO.
       77  FEES-NOT-VOUCHERED          PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN I-O CHECK-REGISTER-FILE.
           OPEN INPUT BANK-ACCOUNT-FILE.
           OPEN I-O VOUCHER-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN EXTEND CONTROL-LOG-FILE.
           OPEN I-O VENDOR-FILE.
           OPEN INPUT GLACCOUNT-FILE.
           OPEN EXTEND STOP-REQUEST-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE CHECK-REGISTER-FILE.
           CLOSE BANK-ACCOUNT-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE CONTROL-FILE.
           CLOSE CONTROL-LOG-FILE.
           CLOSE VENDOR-FILE.
           CLOSE GLACCOUNT-FILE.
           CLOSE STOP-REQUEST-FILE.
           DISPLAY " ".
           DISPLAY "----- STOP PAYMENT CONTROL TOTALS -----".
           DISPLAY "STOPS REQUESTED (STOPREQ):   " STOPS-REQUESTED.
           DISPLAY "STOPS CONFIRMED BY THE BANK: " STOPS-CONFIRMED.
           DISPLAY "STOPS REFUSED BY THE BANK:   " STOPS-REFUSED.
           DISPLAY "CONFIRMATIONS NOT APPLIED:   " CONFIRMS-REJECTED.
           DISPLAY "STOP FEE VOUCHERS WRITTEN:   " FEE-VOUCHER-COUNT
               " TOTAL " FEE-TOTAL.
           IF FEES-NOT-VOUCHERED NOT = ZERO
               DISPLAY "FEES NOT VOUCHERED:          "
                   FEES-NOT-VOUCHERED
               DISPLAY "SET THE FEE VENDOR UP IN BNKMNT01 AND "
                   "VOUCHER THEM BY HAND.".
           DISPLAY "----------------------------------------".

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM DO-THE-PICK
               UNTIL MENU-PICK = 0.

       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           DISPLAY " ".
           DISPLAY "1. REQUEST A STOP PAYMENT ON A CHECK".
           DISPLAY "2. KEY THE BANK'S STOP CONFIRMATIONS".
           DISPLAY "3. LOAD THE BANK'S CONFIRMATION FILE (STOPCONF)".
           DISPLAY "0. EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "ENTER YOUR CHOICE".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "YOU MUST ENTER 0 THROUGH 3".
           PERFORM ACCEPT-MENU-PICK.

       DO-THE-PICK.
           IF MENU-PICK = 1
               PERFORM REQUEST-STOPS
           ELSE
           IF MENU-PICK = 2
               PERFORM KEY-CONFIRMATIONS
           ELSE
           IF MENU-PICK = 3
               PERFORM LOAD-CONFIRM-FILE.
           IF MENU-PICK NOT = 0
               PERFORM GET-MENU-PICK.

      *****************************************************
      *           REQUEST A STOP
      *****************************************************
      *-------------------------------------------------------------
      * Only a check still outstanding can be stopped - a cleared
      * check has already been paid, and a void, escheated or
      * already-stopped one has nothing left to stop.
      *-------------------------------------------------------------
       REQUEST-STOPS.
           PERFORM ENTER-CHECK-TO-STOP.
           PERFORM REQUEST-REMAINING-STOPS
               UNTIL ENTERED-CHECK-NO = ZEROES.

       REQUEST-REMAINING-STOPS.
           PERFORM REQUEST-ONE-STOP.
           PERFORM ENTER-CHECK-TO-STOP.

       ENTER-CHECK-TO-STOP.
           DISPLAY " ".
           DISPLAY "ENTER THE CHECK NUMBER TO STOP (0 WHEN DONE)".
           ACCEPT ENTERED-CHECK-NO.

       REQUEST-ONE-STOP.
           MOVE ENTERED-CHECK-NO TO CHKREG-CHECK-NO.
           PERFORM READ-REGISTER-RECORD.
           IF REGISTER-FOUND = "N"
               DISPLAY "CHECK " ENTERED-CHECK-NO
                   " IS NOT ON THE CHECK REGISTER"
           ELSE
           IF CHKREG-STOP-REQUESTED
               DISPLAY "A STOP WAS ALREADY REQUESTED ON "
                   CHKREG-STOP-REQ-DATE " - AWAITING THE BANK"
           ELSE
           IF NOT CHKREG-IS-OUTSTANDING
               DISPLAY "CHECK " ENTERED-CHECK-NO
                   " IS NOT OUTSTANDING (STATUS " CHKREG-STATUS
                   ") - NO STOP CAN BE PLACED"
           ELSE
               PERFORM CONFIRM-STOP-REQUEST.

       CONFIRM-STOP-REQUEST.
           DISPLAY "CHECK " CHKREG-CHECK-NO " ISSUED "
               CHKREG-ISSUE-DATE " FOR " CHKREG-AMOUNT.
           DISPLAY "PAYEE " CHKREG-PAYEE-NAME.
           PERFORM ACCEPT-OK-TO-CONTINUE.
           PERFORM RE-ACCEPT-OK-TO-CONTINUE
               UNTIL OK-TO-CONTINUE = "Y" OR "N".
           IF OK-TO-CONTINUE = "Y"
               PERFORM ENTER-STOP-REASON
               PERFORM MARK-STOP-REQUESTED.

       ACCEPT-OK-TO-CONTINUE.
           DISPLAY "REQUEST A STOP ON THIS CHECK (Y/N)?".
           ACCEPT OK-TO-CONTINUE.
           INSPECT OK-TO-CONTINUE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-OK-TO-CONTINUE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-CONTINUE.

       ENTER-STOP-REASON.
           PERFORM ACCEPT-STOP-REASON.
           PERFORM RE-ACCEPT-STOP-REASON
               UNTIL CHKREG-STOP-REASON NOT = SPACES.

       ACCEPT-STOP-REASON.
           DISPLAY "ENTER THE REASON FOR THE STOP "
               "(E.G. NOT RECEIVED)".
           ACCEPT CHKREG-STOP-REASON.
           INSPECT CHKREG-STOP-REASON
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-STOP-REASON.
           DISPLAY "A STOP REASON MUST BE ENTERED".
           PERFORM ACCEPT-STOP-REASON.

       MARK-STOP-REQUESTED.
           MOVE "S" TO CHKREG-STATUS.
           MOVE TODAY-CCYYMMDD TO CHKREG-STOP-REQ-DATE.
           MOVE ZEROES TO CHKREG-STOP-CONF-DATE.
           MOVE SPACES TO CHKREG-STOP-REFERENCE.
           PERFORM REWRITE-REGISTER-RECORD.
           PERFORM WRITE-STOP-REQUEST.
           ADD 1 TO STOPS-REQUESTED.
           DISPLAY "STOP ON CHECK " CHKREG-CHECK-NO
               " QUEUED FOR THE BANK ON STOPREQ".

      *-------------------------------------------------------------
      * A blank account code is the original operating account,
      * which has no master record and goes out without an
      * account identity, just as its positive pay does.
      *-------------------------------------------------------------
       WRITE-STOP-REQUEST.
           PERFORM READ-CHECK-BANK-ACCOUNT.
           IF BANK-FOUND = "Y"
               MOVE BANK-POSPAY-ID TO STOPREQ-ACCOUNT-ID
           ELSE
               MOVE SPACES TO STOPREQ-ACCOUNT-ID.
           MOVE CHKREG-BANK-ACCOUNT TO STOPREQ-BANK-ACCOUNT.
           MOVE CHKREG-CHECK-NO TO STOPREQ-CHECK-NO.
           MOVE CHKREG-ISSUE-DATE TO STOPREQ-ISSUE-DATE.
           MOVE CHKREG-AMOUNT TO STOPREQ-AMOUNT.
           MOVE CHKREG-PAYEE-NAME TO STOPREQ-PAYEE-NAME.
           MOVE CHKREG-STOP-REQ-DATE TO STOPREQ-REQUEST-DATE.
           MOVE CHKREG-STOP-REASON TO STOPREQ-REASON.
           WRITE STOP-REQUEST-RECORD.

      *****************************************************
      *           THE BANK'S CONFIRMATIONS
      *****************************************************
       KEY-CONFIRMATIONS.
           PERFORM ENTER-ONE-CONFIRMATION.
           PERFORM KEY-REMAINING-CONFIRMATIONS
               UNTIL ENTERED-CHECK-NO = ZEROES.

       KEY-REMAINING-CONFIRMATIONS.
           PERFORM APPLY-ONE-CONFIRMATION.
           PERFORM ENTER-ONE-CONFIRMATION.

       ENTER-ONE-CONFIRMATION.
           DISPLAY " ".
           DISPLAY "ENTER THE CHECK NUMBER THE BANK ANSWERED "
               "(0 WHEN DONE)".
           ACCEPT ENTERED-CHECK-NO.
           IF ENTERED-CHECK-NO NOT = ZEROES
               PERFORM ENTER-CONFIRMATION-RESULT
               DISPLAY "ENTER THE DATE OF THE BANK'S ANSWER "
                   "(CCYYMMDD)"
               ACCEPT ENTERED-CONF-DATE
               DISPLAY "ENTER THE BANK'S STOP REFERENCE"
               ACCEPT ENTERED-REFERENCE
               DISPLAY "ENTER THE STOP FEE THE BANK CHARGED"
               ACCEPT ENTERED-FEE.

       ENTER-CONFIRMATION-RESULT.
           PERFORM ACCEPT-CONFIRMATION-RESULT.
           PERFORM RE-ACCEPT-CONFIRMATION-RESULT
               UNTIL STOP-WAS-PLACED OR STOP-WAS-REFUSED.

       ACCEPT-CONFIRMATION-RESULT.
           DISPLAY "DID THE BANK PLACE THE STOP (C) OR REFUSE IT (R)?".
           ACCEPT ENTERED-RESULT.
           INSPECT ENTERED-RESULT
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-CONFIRMATION-RESULT.
           DISPLAY "YOU MUST ENTER C OR R".
           PERFORM ACCEPT-CONFIRMATION-RESULT.

       LOAD-CONFIRM-FILE.
           OPEN INPUT STOP-CONFIRM-FILE.
           MOVE "N" TO CONFIRM-FILE-AT-END.
           PERFORM READ-NEXT-CONFIRM-RECORD.
           PERFORM LOAD-ALL-CONFIRM-RECORDS
               UNTIL CONFIRM-FILE-AT-END = "Y".
           CLOSE STOP-CONFIRM-FILE.

       READ-NEXT-CONFIRM-RECORD.
           READ STOP-CONFIRM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CONFIRM-FILE-AT-END.

       LOAD-ALL-CONFIRM-RECORDS.
           MOVE STOPCF-CHECK-NO TO ENTERED-CHECK-NO.
           MOVE STOPCF-RESULT TO ENTERED-RESULT.
           MOVE STOPCF-DATE TO ENTERED-CONF-DATE.
           MOVE STOPCF-REFERENCE TO ENTERED-REFERENCE.
           MOVE STOPCF-FEE TO ENTERED-FEE.
           PERFORM APPLY-ONE-CONFIRMATION.
           PERFORM READ-NEXT-CONFIRM-RECORD.

      *-------------------------------------------------------------
      * An answer is only applied to a check this shop actually
      * asked the bank to stop. The fee is vouchered either way -
      * the bank charges for the attempt, placed or not.
      *-------------------------------------------------------------
       APPLY-ONE-CONFIRMATION.
           MOVE ENTERED-CHECK-NO TO CHKREG-CHECK-NO.
           PERFORM READ-REGISTER-RECORD.
           IF REGISTER-FOUND = "N"
               ADD 1 TO CONFIRMS-REJECTED
               DISPLAY "** CHECK " ENTERED-CHECK-NO
                   " CONFIRMED BY THE BANK IS NOT ON THE REGISTER **"
           ELSE
           IF NOT CHKREG-STOP-REQUESTED
               ADD 1 TO CONFIRMS-REJECTED
               DISPLAY "** CHECK " ENTERED-CHECK-NO
                   " HAS NO STOP AWAITING THE BANK (STATUS "
                   CHKREG-STATUS ") **"
           ELSE
           IF NOT STOP-WAS-PLACED AND NOT STOP-WAS-REFUSED
               ADD 1 TO CONFIRMS-REJECTED
               DISPLAY "** CHECK " ENTERED-CHECK-NO
                   " CONFIRMATION RESULT " ENTERED-RESULT
                   " IS NOT C OR R **"
           ELSE
               PERFORM RECORD-BANK-ANSWER.

       RECORD-BANK-ANSWER.
           MOVE ENTERED-CONF-DATE TO CHKREG-STOP-CONF-DATE.
           MOVE ENTERED-REFERENCE TO CHKREG-STOP-REFERENCE.
           IF STOP-WAS-PLACED
               MOVE "T" TO CHKREG-STATUS
               ADD 1 TO STOPS-CONFIRMED
               DISPLAY "CHECK " ENTERED-CHECK-NO " STOPPED - "
                   "VOID AND REISSUE ITS VOUCHERS IN VCHPAY01"
           ELSE
               MOVE "O" TO CHKREG-STATUS
               ADD 1 TO STOPS-REFUSED
               DISPLAY "** BANK REFUSED THE STOP ON CHECK "
                   ENTERED-CHECK-NO " - IT IS OUTSTANDING AGAIN **".
           PERFORM REWRITE-REGISTER-RECORD.
           IF ENTERED-FEE > ZERO
               PERFORM VOUCHER-THE-STOP-FEE.

      *****************************************************
      *           THE BANK'S STOP FEE
      *****************************************************
      *-------------------------------------------------------------
      * Written already paid on the date of the bank's answer -
      * the bank takes the fee straight out of the account, so
      * it must never be selected onto a check run.
      *-------------------------------------------------------------
       VOUCHER-THE-STOP-FEE.
           PERFORM READ-CHECK-BANK-ACCOUNT.
           MOVE ZEROES TO FEE-VENDOR.
           MOVE ZEROES TO FEE-GL-ACCOUNT.
           IF CHKREG-BANK-ACCOUNT = SPACES
               PERFORM GET-OPERATING-FEE-CONTROL
               MOVE CONTROL-BANK-FEE-VENDOR TO FEE-VENDOR
               MOVE CONTROL-BANK-FEE-ACCOUNT TO FEE-GL-ACCOUNT
           ELSE
           IF BANK-FOUND = "Y"
               MOVE BANK-FEE-VENDOR TO FEE-VENDOR
               MOVE BANK-FEE-GL-ACCOUNT TO FEE-GL-ACCOUNT.
           MOVE "N" TO VENDOR-FOUND.
           IF FEE-VENDOR NOT = ZEROES
               MOVE FEE-VENDOR TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD.
           IF VENDOR-FOUND = "Y"
               PERFORM WRITE-STOP-FEE-VOUCHER
           ELSE
               ADD 1 TO FEES-NOT-VOUCHERED
               DISPLAY "** NO FEE VENDOR ON BANK ACCOUNT '"
                   CHKREG-BANK-ACCOUNT "' - STOP FEE OF "
                   ENTERED-FEE " NOT VOUCHERED **".

      *-------------------------------------------------------------
      * The operating account's fee vendor and expense account
      * live on the control record so they are keyed once - zero
      * means never set up.
      *-------------------------------------------------------------
       GET-OPERATING-FEE-CONTROL.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-BANK-FEE-VENDOR
                   MOVE ZEROES TO CONTROL-BANK-FEE-ACCOUNT.
           IF CONTROL-BANK-FEE-VENDOR NOT NUMERIC
               MOVE ZEROES TO CONTROL-BANK-FEE-VENDOR.
           IF CONTROL-BANK-FEE-ACCOUNT NOT NUMERIC
               MOVE ZEROES TO CONTROL-BANK-FEE-ACCOUNT.
           IF CONTROL-BANK-FEE-VENDOR = ZEROES
               PERFORM ENTER-OPERATING-FEE-VENDOR
               PERFORM SAVE-CONTROL-RECORD.
           IF CONTROL-BANK-FEE-ACCOUNT = ZEROES
               PERFORM ENTER-OPERATING-FEE-ACCOUNT
               PERFORM SAVE-CONTROL-RECORD.

       ENTER-OPERATING-FEE-VENDOR.
           PERFORM ACCEPT-OPERATING-FEE-VENDOR.
           PERFORM RE-ACCEPT-OPERATING-FEE-VENDOR
               UNTIL VENDOR-FOUND = "Y".

       ACCEPT-OPERATING-FEE-VENDOR.
           DISPLAY "ENTER THE VENDOR NUMBER THE OPERATING ACCOUNT'S "
               "BANK FEES ARE VOUCHERED TO".
           ACCEPT CONTROL-BANK-FEE-VENDOR.
           MOVE CONTROL-BANK-FEE-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.

       RE-ACCEPT-OPERATING-FEE-VENDOR.
           DISPLAY "VENDOR NOT ON FILE".
           PERFORM ACCEPT-OPERATING-FEE-VENDOR.

       ENTER-OPERATING-FEE-ACCOUNT.
           PERFORM ACCEPT-OPERATING-FEE-ACCOUNT.
           PERFORM RE-ACCEPT-OPERATING-FEE-ACCOUNT
               UNTIL ACCOUNT-FOUND = "Y".

       ACCEPT-OPERATING-FEE-ACCOUNT.
           DISPLAY "ENTER THE OPERATING ACCOUNT'S BANK FEE EXPENSE "
               "ACCOUNT".
           ACCEPT CONTROL-BANK-FEE-ACCOUNT.
           MOVE CONTROL-BANK-FEE-ACCOUNT TO GL-ACCOUNT-NUMBER.
           PERFORM READ-GLACCOUNT-RECORD.

       RE-ACCEPT-OPERATING-FEE-ACCOUNT.
           DISPLAY "ACCOUNT NOT ON THE CHART OF ACCOUNTS".
           PERFORM ACCEPT-OPERATING-FEE-ACCOUNT.

       WRITE-STOP-FEE-VOUCHER.
           PERFORM RETRIEVE-NEXT-VOUCHER-NUMBER.
           PERFORM BUILD-STOP-FEE-VOUCHER.
           WRITE VOUCHER-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING STOP FEE VOUCHER"
               NOT INVALID KEY
                   PERFORM MARK-VOUCHER-WRITTEN
                   PERFORM ROLL-VENDOR-TOTALS
                   ADD 1 TO FEE-VOUCHER-COUNT
                   ADD VOUCHER-AMOUNT TO FEE-TOTAL
                   DISPLAY "STOP FEE VOUCHER " VOUCHER-NUMBER
                       " WRITTEN FOR " VOUCHER-AMOUNT.

       BUILD-STOP-FEE-VOUCHER.
           MOVE SPACE TO VOUCHER-RECORD.
           MOVE ZEROES TO VOUCHER-RECORD.
           MOVE NEW-VOUCHER-NUMBER TO VOUCHER-NUMBER.
           MOVE FEE-VENDOR TO VOUCHER-VENDOR.
           MOVE SPACES TO VOUCHER-INVOICE.
           STRING "STOP " ENTERED-REFERENCE
               DELIMITED BY SIZE INTO VOUCHER-INVOICE.
           MOVE SPACES TO VOUCHER-FOR.
           STRING "STOP PAYMENT FEE CHK " CHKREG-CHECK-NO
               DELIMITED BY SIZE INTO VOUCHER-FOR.
           MOVE ENTERED-FEE TO VOUCHER-AMOUNT.
           MOVE ENTERED-CONF-DATE TO VOUCHER-DATE.
           MOVE ENTERED-CONF-DATE TO VOUCHER-DUE.
           MOVE SPACES TO VOUCHER-EXPENSE-CATEGORY.
           MOVE "N" TO VOUCHER-SELECTED.
           MOVE ENTERED-FEE TO VOUCHER-PAID-AMOUNT.
           MOVE ENTERED-CONF-DATE TO VOUCHER-PAID-DATE.
           MOVE SPACES TO VOUCHER-VOID-REASON.
           MOVE "N" TO VOUCHER-CREDIT-MEMO.
           MOVE "USD" TO VOUCHER-CURRENCY-CODE.
           MOVE ENTERED-FEE TO VOUCHER-FOREIGN-AMOUNT.
           MOVE FEE-GL-ACCOUNT TO VOUCHER-GL-ACCOUNT-NUMBER.
           MOVE "N" TO VOUCHER-APPROVAL-STATUS.
           MOVE SPACES TO VOUCHER-APPROVED-BY.
           MOVE "N" TO VOUCHER-TAXABLE.
           MOVE SPACES TO VOUCHER-TAX-JURISDICTION.
           MOVE "N" TO VOUCHER-PREPAYMENT.
           MOVE SPACES TO VOUCHER-ON-BEHALF-OF.
           MOVE SPACES TO VOUCHER-DISPUTE-STATUS.
           MOVE SPACES TO VOUCHER-DISPUTE-REASON.
           MOVE SPACES TO VOUCHER-DISPUTE-RESOLUTION.
           MOVE "N" TO VOUCHER-RETAINAGE-REL.
           MOVE SPACES TO VOUCHER-PROJECT.
           MOVE SPACES TO VOUCHER-TERMS-CODE.
           MOVE SPACES TO VOUCHER-USE-TAX-REMITTED.
           MOVE SPACES TO VOUCHER-COST-CODE.
           MOVE SPACES TO VOUCHER-CCA-CODE.
           MOVE "STPPAY01" TO VOUCHER-ENTERED-BY.
           MOVE TODAY-CCYYMMDD TO VOUCHER-ENTERED-DATE.

      *-------------------------------------------------------------
      * Re-read fresh so the running totals aren't overwritten by
      * a stale copy. Written paid, the fee lands in both.
      *-------------------------------------------------------------
       ROLL-VENDOR-TOTALS.
           MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-FOUND = "Y"
               ADD VOUCHER-AMOUNT TO VENDOR-YTD-PURCHASES
               ADD VOUCHER-AMOUNT TO VENDOR-YTD-PAYMENTS
               PERFORM REWRITE-VENDOR-RECORD.

      *-------------------------------------------------------------
      * The voucher number comes off the control record the same
      * way every voucher writer takes it, and lands on the
      * control-counter log under its own name.
      *-------------------------------------------------------------
       RETRIEVE-NEXT-VOUCHER-NUMBER.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-LAST-VOUCHER.
           MOVE CONTROL-LAST-VOUCHER TO OLD-CONTROL-VALUE.
           ADD 1 TO CONTROL-LAST-VOUCHER.
           MOVE CONTROL-LAST-VOUCHER TO NEW-VOUCHER-NUMBER.
           PERFORM SAVE-CONTROL-RECORD.
           MOVE "VOUCHER" TO CTLLOG-COUNTER-NAME.
           MOVE OLD-CONTROL-VALUE TO CTLLOG-OLD-VALUE.
           MOVE NEW-VOUCHER-NUMBER TO CTLLOG-NEW-VALUE.
           MOVE "STPPAY01" TO CTLLOG-PROGRAM-ID.
           MOVE TODAY-CCYYMMDD TO CTLLOG-DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE CURRENT-TIME TO CTLLOG-TIME.
           WRITE CONTROL-LOG-RECORD.

       SAVE-CONTROL-RECORD.
           REWRITE CONTROL-RECORD
               INVALID KEY
                   WRITE CONTROL-RECORD
                       INVALID KEY
                       DISPLAY "ERROR WRITING CONTROL RECORD".

       MARK-VOUCHER-WRITTEN.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR RE-READING CONTROL RECORD".
           MOVE VOUCHER-NUMBER TO CONTROL-LAST-VOUCHER-WRITTEN.
           PERFORM SAVE-CONTROL-RECORD.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-REGISTER-RECORD.
           MOVE "Y" TO REGISTER-FOUND.
           READ CHECK-REGISTER-FILE RECORD
               INVALID KEY
                   MOVE "N" TO REGISTER-FOUND.

       REWRITE-REGISTER-RECORD.
           REWRITE CHECK-REGISTER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CHECK REGISTER RECORD".

       READ-CHECK-BANK-ACCOUNT.
           MOVE "N" TO BANK-FOUND.
           IF CHKREG-BANK-ACCOUNT NOT = SPACES
               MOVE CHKREG-BANK-ACCOUNT TO BANK-ACCOUNT-CODE
               MOVE "Y" TO BANK-FOUND
               READ BANK-ACCOUNT-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO BANK-FOUND.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO VENDOR-FOUND.

       READ-GLACCOUNT-RECORD.
           MOVE "Y" TO ACCOUNT-FOUND.
           READ GLACCOUNT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO ACCOUNT-FOUND.

       REWRITE-VENDOR-RECORD.
           REWRITE VENDOR-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR RECORD".
