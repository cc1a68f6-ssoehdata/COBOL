      * Collection contact and promise-to-pay entry
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLENT01.
      *------------------------------------------
      * Where the collector's phone work goes instead of a
      * notebook. The collector signs on against the shared
      * OPERATOR-FILE and keys a customer off the worklist
      * (COLWRK01); the screen shows who to ask for, what is
      * past due and how late - figured the way DUNLTR01
      * figures it, off the customer's own terms - and the last
      * contact logged. The collector then logs the call: a
      * note, any promise to pay (amount and date), and the day
      * to follow up. A new promise supersedes any still open
      * for the customer, and a promise with no follow-up date
      * comes back up the day after it falls due. COLPRM01's
      * daily run decides whether each promise was kept.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLSTRX01.CBL".

           COPY "SLCUST01.CBL".

           COPY "SLCOL01.CBL".

           COPY "SLOPER01.CBL".

           COPY "SLSGNLOG.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDSTRX01.CBL".

           COPY "FDCUST01.CBL".

           COPY "FDCOL01.CBL".

           COPY "FDOPER01.CBL".

           COPY "FDSGNLOG.CBL".

       WORKING-STORAGE SECTION.
       77  COLLECTOR-ID                PIC X(8).
       77  RECORD-FOUND                PIC X.
       77  TRANSACTION-EOF             PIC X.
       77  ACTIVITY-EOF                PIC X.
       77  ENTERED-CUSTOMER            PIC 9(5).
       77  OK-TO-LOG                   PIC X.
       77  ENTERED-NOTE                PIC X(60).
       77  ENTERED-PROMISE-AMOUNT      PIC S9(7)V99.
       77  ENTERED-PROMISE-DATE        PIC 9(8).
       77  ENTERED-FOLLOW-UP-DATE      PIC 9(8).
       77  CUSTOMER-TERMS-DAYS         PIC 9(3).
       77  DAYS-PAST-DUE               PIC S9(5).
       77  WORST-PAST-DUE              PIC S9(5).
       77  ITEM-OPEN-AMOUNT            PIC S9(7)V99.
       77  OPEN-BALANCE                PIC S9(7)V99.
       77  PAST-DUE-BALANCE            PIC S9(7)V99.
       77  LAST-SEQUENCE               PIC 9(4).
       77  TODAY-DATE                  PIC 9(8).
       77  CONTACTS-LOGGED             PIC 9(5) VALUE ZERO.
       77  PROMISES-TAKEN              PIC 9(5) VALUE ZERO.
       77  DOLLARS-PROMISED            PIC S9(9)V99 VALUE ZERO.

       01  LAST-ACTIVITY-RECORD        PIC X(128).

           COPY "WSCASE01.CBL".

           COPY "WSSGNON1.CBL".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM SIGN-ON.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           OPEN INPUT SALES-TRANSACTION-FILE.
           OPEN INPUT CUSTMAST.
           OPEN I-O COLLECTION-ACTIVITY-FILE.
           OPEN I-O OPERATOR-FILE.
           OPEN EXTEND SIGNON-LOG-FILE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE SALES-TRANSACTION-FILE.
           CLOSE CUSTMAST.
           CLOSE COLLECTION-ACTIVITY-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE SIGNON-LOG-FILE.
           DISPLAY " ".
           DISPLAY "----- COLLECTION SESSION TOTALS -----".
           DISPLAY "CONTACTS LOGGED:  " CONTACTS-LOGGED.
           DISPLAY "PROMISES TAKEN:   " PROMISES-TAKEN.
           DISPLAY "DOLLARS PROMISED: " DOLLARS-PROMISED.
           DISPLAY "-------------------------------------".

       SIGN-ON.
           MOVE "COLENT01" TO SIGN-ON-PROGRAM.
           PERFORM OPERATOR-SIGN-ON.
           MOVE OPERATOR-ID TO COLLECTOR-ID.

       MAIN-PROCESS.
           PERFORM ENTER-CUSTOMER.
           PERFORM WORK-CUSTOMERS
               UNTIL ENTERED-CUSTOMER = ZERO.

       WORK-CUSTOMERS.
           PERFORM WORK-ONE-CUSTOMER.
           PERFORM ENTER-CUSTOMER.

       ENTER-CUSTOMER.
           PERFORM ACCEPT-CUSTOMER.
           PERFORM RE-ACCEPT-CUSTOMER
               UNTIL RECORD-FOUND = "Y"
                   OR ENTERED-CUSTOMER = ZERO.

       ACCEPT-CUSTOMER.
           DISPLAY " ".
           DISPLAY "ENTER THE CUSTOMER NUMBER".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           ACCEPT ENTERED-CUSTOMER.
           MOVE "Y" TO RECORD-FOUND.
           IF ENTERED-CUSTOMER NOT = ZERO
               MOVE ENTERED-CUSTOMER TO CM-CUSTOMER-NUMBER
               PERFORM READ-CUSTOMER-RECORD
               IF RECORD-FOUND = "N"
                   DISPLAY "CUSTOMER NOT ON FILE".

       RE-ACCEPT-CUSTOMER.
           DISPLAY "PLEASE RE-ENTER".
           PERFORM ACCEPT-CUSTOMER.

      *****************************************************
      *        ONE CUSTOMER ON THE PHONE
      *****************************************************
       WORK-ONE-CUSTOMER.
           PERFORM SIZE-UP-THE-ACCOUNT.
           PERFORM FIND-LAST-ACTIVITY.
           PERFORM SHOW-THE-ACCOUNT.
           PERFORM ASK-OK-TO-LOG.
           IF OK-TO-LOG = "Y"
               PERFORM LOG-THE-CONTACT.

       SHOW-THE-ACCOUNT.
           DISPLAY "CUSTOMER " CM-CUSTOMER-NUMBER " " CM-CUSTOMER-NAME.
           DISPLAY "CONTACT  " CM-CONTACT-NAME " " CM-CONTACT-PHONE.
           DISPLAY "OPEN BALANCE " OPEN-BALANCE
               "   PAST DUE " PAST-DUE-BALANCE.
           IF PAST-DUE-BALANCE > ZERO
               DISPLAY "OLDEST ITEM " WORST-PAST-DUE
                   " DAYS PAST DUE".
           IF LAST-SEQUENCE = ZERO
               DISPLAY "NO CONTACT LOGGED YET"
           ELSE
               PERFORM SHOW-LAST-ACTIVITY.

       SHOW-LAST-ACTIVITY.
           MOVE LAST-ACTIVITY-RECORD TO COLLECTION-ACTIVITY-RECORD.
           DISPLAY "LAST CONTACT " CL-CONTACT-DATE " BY "
               CL-COLLECTOR-ID.
           DISPLAY "  " CL-CONTACT-NOTE.
           IF NOT CL-NO-PROMISE
               DISPLAY "  PROMISED " CL-PROMISE-AMOUNT " BY "
                   CL-PROMISE-DATE
               PERFORM SHOW-PROMISE-STATUS.
           IF CL-FOLLOW-UP-DATE NOT = ZERO
               DISPLAY "  FOLLOW UP " CL-FOLLOW-UP-DATE.

       SHOW-PROMISE-STATUS.
           IF CL-PROMISE-OPEN
               DISPLAY "  PROMISE STILL OPEN"
           ELSE
           IF CL-PROMISE-KEPT
               DISPLAY "  PROMISE KEPT - " CL-RECEIVED-AMOUNT
                   " RECEIVED"
           ELSE
           IF CL-PROMISE-BROKEN
               DISPLAY "  *** PROMISE BROKEN - ONLY "
                   CL-RECEIVED-AMOUNT " RECEIVED ***"
           ELSE
               DISPLAY "  PROMISE SUPERSEDED".

       ASK-OK-TO-LOG.
           PERFORM ACCEPT-OK-TO-LOG.
           PERFORM RE-ACCEPT-OK-TO-LOG
               UNTIL OK-TO-LOG = "Y" OR "N".

       ACCEPT-OK-TO-LOG.
           DISPLAY "LOG A CONTACT (Y/N)?".
           ACCEPT OK-TO-LOG.
           IF OK-TO-LOG = "y"
               MOVE "Y" TO OK-TO-LOG.
           IF OK-TO-LOG = "n"
               MOVE "N" TO OK-TO-LOG.

       RE-ACCEPT-OK-TO-LOG.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-OK-TO-LOG.

       LOG-THE-CONTACT.
           PERFORM ENTER-NOTE.
           PERFORM ENTER-PROMISE-AMOUNT.
           MOVE ZEROES TO ENTERED-PROMISE-DATE.
           IF ENTERED-PROMISE-AMOUNT NOT = ZERO
               PERFORM ENTER-PROMISE-DATE.
           PERFORM ENTER-FOLLOW-UP-DATE.
           IF ENTERED-FOLLOW-UP-DATE = ZERO
               AND ENTERED-PROMISE-AMOUNT NOT = ZERO
               COMPUTE ENTERED-FOLLOW-UP-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                           ENTERED-PROMISE-DATE) + 1).
           IF ENTERED-PROMISE-AMOUNT NOT = ZERO
               PERFORM SUPERSEDE-OPEN-PROMISES.
           PERFORM WRITE-THE-CONTACT.

       ENTER-NOTE.
           PERFORM ACCEPT-NOTE.
           PERFORM RE-ACCEPT-NOTE
               UNTIL ENTERED-NOTE NOT = SPACES.

       ACCEPT-NOTE.
           DISPLAY "ENTER A NOTE ON THE CONTACT".
           MOVE SPACES TO ENTERED-NOTE.
           ACCEPT ENTERED-NOTE.

       RE-ACCEPT-NOTE.
           DISPLAY "A NOTE MUST BE ENTERED".
           PERFORM ACCEPT-NOTE.

       ENTER-PROMISE-AMOUNT.
           PERFORM ACCEPT-PROMISE-AMOUNT.
           PERFORM RE-ACCEPT-PROMISE-AMOUNT
               UNTIL ENTERED-PROMISE-AMOUNT NOT < ZERO.

       ACCEPT-PROMISE-AMOUNT.
           DISPLAY "ENTER THE AMOUNT PROMISED (0 FOR NO PROMISE)".
           ACCEPT ENTERED-PROMISE-AMOUNT.

       RE-ACCEPT-PROMISE-AMOUNT.
           DISPLAY "THE AMOUNT CANNOT BE NEGATIVE".
           PERFORM ACCEPT-PROMISE-AMOUNT.

       ENTER-PROMISE-DATE.
           PERFORM ACCEPT-PROMISE-DATE.
           PERFORM RE-ACCEPT-PROMISE-DATE
               UNTIL ENTERED-PROMISE-DATE NOT < TODAY-DATE.

       ACCEPT-PROMISE-DATE.
           DISPLAY "ENTER THE DATE PROMISED (CCYYMMDD)".
           ACCEPT ENTERED-PROMISE-DATE.

       RE-ACCEPT-PROMISE-DATE.
           DISPLAY "THE DATE PROMISED CANNOT BE BEFORE TODAY".
           PERFORM ACCEPT-PROMISE-DATE.

       ENTER-FOLLOW-UP-DATE.
           PERFORM ACCEPT-FOLLOW-UP-DATE.
           PERFORM RE-ACCEPT-FOLLOW-UP-DATE
               UNTIL ENTERED-FOLLOW-UP-DATE = ZERO
                   OR ENTERED-FOLLOW-UP-DATE NOT < TODAY-DATE.

       ACCEPT-FOLLOW-UP-DATE.
           DISPLAY "ENTER THE FOLLOW-UP DATE (CCYYMMDD)".
           IF ENTERED-PROMISE-AMOUNT = ZERO
               DISPLAY "(0 FOR NONE)"
           ELSE
               DISPLAY "(0 FOR THE DAY AFTER THE DATE PROMISED)".
           ACCEPT ENTERED-FOLLOW-UP-DATE.

       RE-ACCEPT-FOLLOW-UP-DATE.
           DISPLAY "THE FOLLOW-UP DATE CANNOT BE BEFORE TODAY".
           PERFORM ACCEPT-FOLLOW-UP-DATE.

       WRITE-THE-CONTACT.
           MOVE ENTERED-CUSTOMER TO CL-CUSTOMER-NUMBER.
           COMPUTE CL-SEQUENCE = LAST-SEQUENCE + 1.
           MOVE TODAY-DATE TO CL-CONTACT-DATE.
           MOVE COLLECTOR-ID TO CL-COLLECTOR-ID.
           MOVE ENTERED-NOTE TO CL-CONTACT-NOTE.
           MOVE ENTERED-PROMISE-AMOUNT TO CL-PROMISE-AMOUNT.
           MOVE ENTERED-PROMISE-DATE TO CL-PROMISE-DATE.
           IF ENTERED-PROMISE-AMOUNT = ZERO
               MOVE SPACE TO CL-PROMISE-STATUS
           ELSE
               MOVE "O" TO CL-PROMISE-STATUS.
           MOVE ZEROES TO CL-RECEIVED-AMOUNT.
           MOVE ZEROES TO CL-CHECKED-DATE.
           MOVE ENTERED-FOLLOW-UP-DATE TO CL-FOLLOW-UP-DATE.
           PERFORM WRITE-ACTIVITY-RECORD.
           ADD 1 TO CONTACTS-LOGGED.
           IF ENTERED-PROMISE-AMOUNT NOT = ZERO
               ADD 1 TO PROMISES-TAKEN
               ADD ENTERED-PROMISE-AMOUNT TO DOLLARS-PROMISED.
           DISPLAY "CONTACT LOGGED".

      *-------------------------------------------------------------
      * What is open and what is past due, item by item, the
      * same way DUNLTR01 decides an item is late - the
      * customer's own terms, 30 days when none are keyed.
      *-------------------------------------------------------------
       SIZE-UP-THE-ACCOUNT.
           IF CM-PAYMENT-TERMS-DAYS = ZEROES
               MOVE 30 TO CUSTOMER-TERMS-DAYS
           ELSE
               MOVE CM-PAYMENT-TERMS-DAYS TO CUSTOMER-TERMS-DAYS.
           MOVE ZERO TO OPEN-BALANCE.
           MOVE ZERO TO PAST-DUE-BALANCE.
           MOVE ZERO TO WORST-PAST-DUE.
           MOVE ENTERED-CUSTOMER TO ST-CUSTOMER-NUMBER.
           MOVE SPACES TO ST-INVOICE-NUMBER.
           MOVE "N" TO TRANSACTION-EOF.
           START SALES-TRANSACTION-FILE
               KEY NOT < ST-TRANSACTION-KEY
               INVALID KEY
                   MOVE "Y" TO TRANSACTION-EOF.
           PERFORM SIZE-UP-ONE-ITEM
               UNTIL TRANSACTION-EOF = "Y".

       SIZE-UP-ONE-ITEM.
           READ SALES-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TRANSACTION-EOF.
           IF TRANSACTION-EOF = "N"
               IF ST-CUSTOMER-NUMBER NOT = ENTERED-CUSTOMER
                   MOVE "Y" TO TRANSACTION-EOF
               ELSE
               IF ST-IS-OPEN
                   PERFORM SIZE-UP-THE-OPEN-ITEM.

       SIZE-UP-THE-OPEN-ITEM.
           COMPUTE ITEM-OPEN-AMOUNT =
               ST-INVOICE-AMOUNT + ST-SALES-TAX - ST-PAID-AMOUNT.
           ADD ITEM-OPEN-AMOUNT TO OPEN-BALANCE.
           COMPUTE DAYS-PAST-DUE =
               FUNCTION INTEGER-OF-DATE(TODAY-DATE) -
               FUNCTION INTEGER-OF-DATE(ST-INVOICE-DATE) -
               CUSTOMER-TERMS-DAYS.
           IF ITEM-OPEN-AMOUNT > ZERO
               AND DAYS-PAST-DUE > ZERO
               ADD ITEM-OPEN-AMOUNT TO PAST-DUE-BALANCE
               IF DAYS-PAST-DUE > WORST-PAST-DUE
                   MOVE DAYS-PAST-DUE TO WORST-PAST-DUE.

      *-------------------------------------------------------------
      * The customer's records run in sequence, so the last one
      * read is the latest contact and its number the one to
      * follow.
      *-------------------------------------------------------------
       FIND-LAST-ACTIVITY.
           MOVE ZERO TO LAST-SEQUENCE.
           PERFORM START-AT-THE-CUSTOMER.
           PERFORM HOLD-ONE-ACTIVITY
               UNTIL ACTIVITY-EOF = "Y".

       HOLD-ONE-ACTIVITY.
           PERFORM READ-NEXT-CUSTOMER-ACTIVITY.
           IF ACTIVITY-EOF = "N"
               MOVE CL-SEQUENCE TO LAST-SEQUENCE
               MOVE COLLECTION-ACTIVITY-RECORD
                   TO LAST-ACTIVITY-RECORD.

      *-------------------------------------------------------------
      * Only the newest promise is held to - an older one still
      * open is set aside so the daily run doesn't judge the
      * customer on two promises at once.
      *-------------------------------------------------------------
       SUPERSEDE-OPEN-PROMISES.
           PERFORM START-AT-THE-CUSTOMER.
           PERFORM SUPERSEDE-ONE-PROMISE
               UNTIL ACTIVITY-EOF = "Y".

       SUPERSEDE-ONE-PROMISE.
           PERFORM READ-NEXT-CUSTOMER-ACTIVITY.
           IF ACTIVITY-EOF = "N"
               AND CL-PROMISE-OPEN
               MOVE "S" TO CL-PROMISE-STATUS
               MOVE TODAY-DATE TO CL-CHECKED-DATE
               PERFORM REWRITE-ACTIVITY-RECORD.

       START-AT-THE-CUSTOMER.
           MOVE ENTERED-CUSTOMER TO CL-CUSTOMER-NUMBER.
           MOVE ZEROES TO CL-SEQUENCE.
           MOVE "N" TO ACTIVITY-EOF.
           START COLLECTION-ACTIVITY-FILE
               KEY NOT < CL-ACTIVITY-KEY
               INVALID KEY
                   MOVE "Y" TO ACTIVITY-EOF.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-CUSTOMER-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTMAST
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       READ-NEXT-CUSTOMER-ACTIVITY.
           READ COLLECTION-ACTIVITY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ACTIVITY-EOF.
           IF ACTIVITY-EOF = "N"
               AND CL-CUSTOMER-NUMBER NOT = ENTERED-CUSTOMER
               MOVE "Y" TO ACTIVITY-EOF.

       REWRITE-ACTIVITY-RECORD.
           REWRITE COLLECTION-ACTIVITY-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING COLLECTION ACTIVITY".

       WRITE-ACTIVITY-RECORD.
           WRITE COLLECTION-ACTIVITY-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING COLLECTION ACTIVITY".

           COPY "PLSGNON1.CBL".
