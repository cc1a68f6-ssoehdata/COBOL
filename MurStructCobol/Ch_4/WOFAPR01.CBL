      * Bad-debt write-off approval
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WOFAPR01.
      *------------------------------------------
      * The supervisor's say on the write-offs collectors have
      * proposed in WOFREQ01. Signs on an approver against the
      * shared OPERATOR-FILE, refusing anyone without approval
      * rights, then walks the PENDING write-offs in number
      * order, showing each one with what is open on it today.
      * A write-off the approver proposed is passed over -
      * someone else has to sign it. The approver Approves it,
      * Rejects it with a note, Skips it for later, or Quits.
      * Approval writes off what is open now, which may be
      * less than was proposed: one negative adjustment for the
      * dollars (reason BD, numbered BD + the write-off number,
      * unposted for STXPST01) goes on the Sales Transaction
      * File, and it and every item it covers are marked
      * WRITTEN OFF, so they drop out of the aging, the dunning
      * and finance charge runs, and cash application. STXGLX01
      * charges the adjustment to bad-debt expense.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLSTRX01.CBL".

           COPY "SLCUST01.CBL".

           COPY "SLWOF01.CBL".

           COPY "SLOPER01.CBL".

           COPY "SLSGNLOG.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDSTRX01.CBL".

           COPY "FDCUST01.CBL".

           COPY "FDWOF01.CBL".

           COPY "FDOPER01.CBL".

           COPY "FDSGNLOG.CBL".

       WORKING-STORAGE SECTION.
       77  APPROVER-ID                 PIC X(8).
       77  RECORD-FOUND                PIC X.
       77  TRANSACTION-EOF             PIC X.
       77  WRITE-OFF-EOF               PIC X.
       77  APPROVAL-ACTION             PIC X.
           88  APPROVAL-ACTION-IS-VALID VALUES "A", "R", "S", "Q".
       77  ENTERED-NOTE                PIC X(30).
       77  OPEN-NOW-AMOUNT             PIC S9(7)V99.
       77  ITEM-OPEN-AMOUNT            PIC S9(7)V99.
       77  DOLLARS-CLOSED              PIC S9(7)V99.
       77  ITEMS-CLOSED                PIC 9(3).
       77  LARGEST-ADJUSTMENT          PIC S9(7)V99 VALUE 99999.99.
       77  TODAY-DATE                  PIC 9(8).
       77  WRITE-OFFS-SHOWN            PIC 9(5) VALUE ZERO.
       77  WRITE-OFFS-APPROVED         PIC 9(5) VALUE ZERO.
       77  WRITE-OFFS-REJECTED         PIC 9(5) VALUE ZERO.
       77  WRITE-OFFS-PASSED-OVER      PIC 9(5) VALUE ZERO.
       77  DOLLARS-WRITTEN-OFF         PIC S9(9)V99 VALUE ZERO.

       01  ADJUSTMENT-INVOICE-BUILD.
           05  FILLER                  PIC X(2)    VALUE "BD".
           05  AIB-WRITE-OFF-NUMBER    PIC 9(6).

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
           OPEN I-O SALES-TRANSACTION-FILE.
           OPEN INPUT CUSTMAST.
           OPEN I-O WRITE-OFF-FILE.
           OPEN I-O OPERATOR-FILE.
           OPEN EXTEND SIGNON-LOG-FILE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE SALES-TRANSACTION-FILE.
           CLOSE CUSTMAST.
           CLOSE WRITE-OFF-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE SIGNON-LOG-FILE.
           DISPLAY " ".
           DISPLAY "----- WRITE-OFF APPROVAL SESSION TOTALS -----".
           DISPLAY "WRITE-OFFS SHOWN:       " WRITE-OFFS-SHOWN.
           DISPLAY "APPROVED:               " WRITE-OFFS-APPROVED.
           DISPLAY "REJECTED:               " WRITE-OFFS-REJECTED.
           DISPLAY "PASSED OVER (YOUR OWN): " WRITE-OFFS-PASSED-OVER.
           DISPLAY "DOLLARS WRITTEN OFF:    " DOLLARS-WRITTEN-OFF.
           DISPLAY "---------------------------------------------".

       SIGN-ON.
           MOVE "WOFAPR01" TO SIGN-ON-PROGRAM.
           PERFORM OPERATOR-SIGN-ON.
           PERFORM REFUSE-NON-APPROVERS
               UNTIL OPERATOR-HAS-APPROVAL-RIGHTS.
           MOVE OPERATOR-ID TO APPROVER-ID.

       REFUSE-NON-APPROVERS.
           DISPLAY "YOU ARE NOT AUTHORIZED TO APPROVE "
               "WRITE-OFFS".
           PERFORM OPERATOR-SIGN-ON.

      *****************************************************
      *        Walk the pending write-offs
      *****************************************************
       MAIN-PROCESS.
           MOVE ZEROES TO WO-NUMBER.
           MOVE "N" TO WRITE-OFF-EOF.
           START WRITE-OFF-FILE
               KEY NOT < WO-NUMBER
               INVALID KEY
                   MOVE "Y" TO WRITE-OFF-EOF.
           PERFORM LOOK-AT-ONE-WRITE-OFF
               UNTIL WRITE-OFF-EOF = "Y".

       LOOK-AT-ONE-WRITE-OFF.
           READ WRITE-OFF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WRITE-OFF-EOF.
           IF WRITE-OFF-EOF = "N"
               AND WO-IS-PENDING
               IF WO-PROPOSED-BY = APPROVER-ID
                   ADD 1 TO WRITE-OFFS-PASSED-OVER
               ELSE
                   PERFORM DECIDE-ONE-WRITE-OFF.

       DECIDE-ONE-WRITE-OFF.
           ADD 1 TO WRITE-OFFS-SHOWN.
           PERFORM FIGURE-WHAT-IS-OPEN.
           PERFORM SHOW-THE-WRITE-OFF.
           PERFORM ENTER-APPROVAL-ACTION.
           IF APPROVAL-ACTION = "A"
               PERFORM APPROVE-THE-WRITE-OFF
           ELSE
           IF APPROVAL-ACTION = "R"
               PERFORM REJECT-THE-WRITE-OFF
           ELSE
           IF APPROVAL-ACTION = "Q"
               MOVE "Y" TO WRITE-OFF-EOF.

       SHOW-THE-WRITE-OFF.
           MOVE WO-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           PERFORM READ-CUSTOMER-RECORD.
           IF RECORD-FOUND = "N"
               MOVE "**UNKNOWN**" TO CM-CUSTOMER-NAME.
           DISPLAY " ".
           DISPLAY "WRITE-OFF " WO-NUMBER " PROPOSED BY "
               WO-PROPOSED-BY " ON " WO-PROPOSED-DATE.
           DISPLAY "CUSTOMER " WO-CUSTOMER-NUMBER " "
               CM-CUSTOMER-NAME.
           IF WO-IS-WHOLE-BALANCE
               DISPLAY "THE WHOLE OPEN BALANCE"
           ELSE
               DISPLAY "INVOICE " WO-INVOICE-NUMBER.
           DISPLAY "REASON:   " WO-REASON.
           DISPLAY "PROPOSED: " WO-PROPOSED-AMOUNT
               "   OPEN NOW: " OPEN-NOW-AMOUNT.

      *-------------------------------------------------------------
      * Nothing left owing can't be written off, and the
      * adjustment has to fit the transaction's amount field -
      * a bigger balance is written off item by item instead.
      *-------------------------------------------------------------
       ENTER-APPROVAL-ACTION.
           PERFORM ACCEPT-APPROVAL-ACTION.
           PERFORM RE-ACCEPT-APPROVAL-ACTION
               UNTIL APPROVAL-ACTION-IS-VALID.

       ACCEPT-APPROVAL-ACTION.
           DISPLAY "A=APPROVE  R=REJECT  S=SKIP  Q=QUIT".
           ACCEPT APPROVAL-ACTION.
           IF APPROVAL-ACTION = "a"
               MOVE "A" TO APPROVAL-ACTION.
           IF APPROVAL-ACTION = "r"
               MOVE "R" TO APPROVAL-ACTION.
           IF APPROVAL-ACTION = "s"
               MOVE "S" TO APPROVAL-ACTION.
           IF APPROVAL-ACTION = "q"
               MOVE "Q" TO APPROVAL-ACTION.
           IF APPROVAL-ACTION = "A"
               IF OPEN-NOW-AMOUNT NOT > ZERO
                   DISPLAY "NOTHING IS OWED ON IT NOW - REJECT OR "
                       "SKIP IT"
                   MOVE SPACE TO APPROVAL-ACTION
               ELSE
               IF OPEN-NOW-AMOUNT > LARGEST-ADJUSTMENT
                   DISPLAY "TOO LARGE FOR ONE ADJUSTMENT - REJECT "
                       "IT AND WRITE OFF ITEM BY ITEM"
                   MOVE SPACE TO APPROVAL-ACTION.

       RE-ACCEPT-APPROVAL-ACTION.
           DISPLAY "PLEASE RE-ENTER".
           PERFORM ACCEPT-APPROVAL-ACTION.

      *****************************************************
      *        What is open on the write-off today
      *****************************************************
       FIGURE-WHAT-IS-OPEN.
           MOVE ZERO TO OPEN-NOW-AMOUNT.
           IF WO-IS-ONE-ITEM
               PERFORM FIGURE-THE-ONE-ITEM
           ELSE
               PERFORM START-AT-THE-CUSTOMER
               PERFORM ADD-ONE-OPEN-ITEM
                   UNTIL TRANSACTION-EOF = "Y".

       FIGURE-THE-ONE-ITEM.
           MOVE WO-CUSTOMER-NUMBER TO ST-CUSTOMER-NUMBER.
           MOVE WO-INVOICE-NUMBER TO ST-INVOICE-NUMBER.
           PERFORM READ-TRANSACTION-RECORD.
           IF RECORD-FOUND = "Y"
               AND ST-IS-OPEN
               COMPUTE OPEN-NOW-AMOUNT =
                   ST-INVOICE-AMOUNT + ST-SALES-TAX - ST-PAID-AMOUNT.

       START-AT-THE-CUSTOMER.
           MOVE WO-CUSTOMER-NUMBER TO ST-CUSTOMER-NUMBER.
           MOVE SPACES TO ST-INVOICE-NUMBER.
           MOVE "N" TO TRANSACTION-EOF.
           START SALES-TRANSACTION-FILE
               KEY NOT < ST-TRANSACTION-KEY
               INVALID KEY
                   MOVE "Y" TO TRANSACTION-EOF.

       ADD-ONE-OPEN-ITEM.
           PERFORM READ-NEXT-CUSTOMER-ITEM.
           IF TRANSACTION-EOF = "N"
               AND ST-IS-OPEN
               COMPUTE OPEN-NOW-AMOUNT =
                   OPEN-NOW-AMOUNT + ST-INVOICE-AMOUNT
                   + ST-SALES-TAX - ST-PAID-AMOUNT.

      *****************************************************
      *        Approval - the adjustment, then the items
      *****************************************************
      *-------------------------------------------------------------
      * The adjustment goes on first, already WRITTEN OFF, so
      * its own negative open never ages; then each item it
      * covers is closed. An adjustment already on file means
      * an approval of this write-off was interrupted part way
      * - keying it again closes whatever is still open.
      *-------------------------------------------------------------
       APPROVE-THE-WRITE-OFF.
           MOVE WO-NUMBER TO AIB-WRITE-OFF-NUMBER.
           PERFORM WRITE-THE-ADJUSTMENT.
           MOVE ZERO TO DOLLARS-CLOSED.
           MOVE ZERO TO ITEMS-CLOSED.
           IF WO-IS-ONE-ITEM
               PERFORM CLOSE-THE-ONE-ITEM
           ELSE
               PERFORM START-AT-THE-CUSTOMER
               PERFORM CLOSE-ONE-OPEN-ITEM
                   UNTIL TRANSACTION-EOF = "Y".
           MOVE "A" TO WO-STATUS.
           MOVE APPROVER-ID TO WO-DECIDED-BY.
           MOVE TODAY-DATE TO WO-DECIDED-DATE.
           MOVE SPACES TO WO-DECISION-NOTE.
           MOVE DOLLARS-CLOSED TO WO-WRITTEN-OFF-AMOUNT.
           MOVE ITEMS-CLOSED TO WO-ITEMS-CLOSED.
           MOVE ADJUSTMENT-INVOICE-BUILD TO WO-ADJUSTMENT-INVOICE.
           PERFORM REWRITE-WRITE-OFF-RECORD.
           ADD 1 TO WRITE-OFFS-APPROVED.
           ADD DOLLARS-CLOSED TO DOLLARS-WRITTEN-OFF.
           DISPLAY "WRITE-OFF " WO-NUMBER " APPROVED - "
               DOLLARS-CLOSED " WRITTEN OFF ON " ITEMS-CLOSED
               " ITEM(S) AS " WO-ADJUSTMENT-INVOICE.

       WRITE-THE-ADJUSTMENT.
           MOVE WO-CUSTOMER-NUMBER TO ST-CUSTOMER-NUMBER.
           MOVE ADJUSTMENT-INVOICE-BUILD TO ST-INVOICE-NUMBER.
           MOVE TODAY-DATE TO ST-INVOICE-DATE.
           COMPUTE ST-INVOICE-AMOUNT = ZERO - OPEN-NOW-AMOUNT.
           MOVE "N" TO ST-POSTED-FLAG.
           MOVE "N" TO ST-TAXABLE.
           MOVE SPACES TO ST-TAX-JURISDICTION.
           MOVE ZERO TO ST-SALES-TAX.
           MOVE "W" TO ST-OPEN-STATUS.
           MOVE ZEROES TO ST-PAID-AMOUNT.
           MOVE ZEROES TO ST-LAST-PAID-DATE.
           MOVE SPACE TO ST-GL-EXPORTED.
           MOVE ZEROES TO ST-GL-BATCH.
           MOVE "A" TO ST-TRANSACTION-TYPE.
           MOVE "BD" TO ST-REASON-CODE.
           MOVE WO-INVOICE-NUMBER TO ST-ORIGINAL-INVOICE.
           MOVE SPACE TO ST-DOCUMENT-STATUS.
           MOVE ZEROES TO ST-DOCUMENT-DATE.
           MOVE SPACE TO ST-TAX-EXEMPTION.
           MOVE SPACES TO ST-EXEMPT-CERTIFICATE.
           PERFORM WRITE-TRANSACTION-RECORD.

       CLOSE-THE-ONE-ITEM.
           MOVE WO-CUSTOMER-NUMBER TO ST-CUSTOMER-NUMBER.
           MOVE WO-INVOICE-NUMBER TO ST-INVOICE-NUMBER.
           PERFORM READ-TRANSACTION-RECORD.
           IF RECORD-FOUND = "Y"
               AND ST-IS-OPEN
               PERFORM CLOSE-THE-ITEM.

       CLOSE-ONE-OPEN-ITEM.
           PERFORM READ-NEXT-CUSTOMER-ITEM.
           IF TRANSACTION-EOF = "N"
               AND ST-IS-OPEN
               PERFORM CLOSE-THE-ITEM.

      *-------------------------------------------------------------
      * The paid amount stays what the customer really paid -
      * the statement and the history still show it - and the
      * status alone says the rest will never be collected.
      *-------------------------------------------------------------
       CLOSE-THE-ITEM.
           COMPUTE ITEM-OPEN-AMOUNT =
               ST-INVOICE-AMOUNT + ST-SALES-TAX - ST-PAID-AMOUNT.
           MOVE "W" TO ST-OPEN-STATUS.
           PERFORM REWRITE-TRANSACTION-RECORD.
           ADD ITEM-OPEN-AMOUNT TO DOLLARS-CLOSED.
           ADD 1 TO ITEMS-CLOSED.
           DISPLAY "WROTE OFF " ST-INVOICE-NUMBER " - "
               ITEM-OPEN-AMOUNT.

       REJECT-THE-WRITE-OFF.
           PERFORM ENTER-NOTE.
           MOVE "R" TO WO-STATUS.
           MOVE APPROVER-ID TO WO-DECIDED-BY.
           MOVE TODAY-DATE TO WO-DECIDED-DATE.
           MOVE ENTERED-NOTE TO WO-DECISION-NOTE.
           PERFORM REWRITE-WRITE-OFF-RECORD.
           ADD 1 TO WRITE-OFFS-REJECTED.
           DISPLAY "WRITE-OFF " WO-NUMBER " REJECTED".

       ENTER-NOTE.
           PERFORM ACCEPT-NOTE.
           PERFORM RE-ACCEPT-NOTE
               UNTIL ENTERED-NOTE NOT = SPACES.

       ACCEPT-NOTE.
           DISPLAY "ENTER THE REASON FOR REJECTING IT".
           MOVE SPACES TO ENTERED-NOTE.
           ACCEPT ENTERED-NOTE.

       RE-ACCEPT-NOTE.
           DISPLAY "A REASON MUST BE ENTERED".
           PERFORM ACCEPT-NOTE.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-CUSTOMER-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTMAST
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       READ-TRANSACTION-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ SALES-TRANSACTION-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

      *-------------------------------------------------------------
      * The walk of a customer's items ends at the next
      * customer's first one.
      *-------------------------------------------------------------
       READ-NEXT-CUSTOMER-ITEM.
           READ SALES-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TRANSACTION-EOF.
           IF TRANSACTION-EOF = "N"
               AND ST-CUSTOMER-NUMBER NOT = WO-CUSTOMER-NUMBER
               MOVE "Y" TO TRANSACTION-EOF.

       REWRITE-TRANSACTION-RECORD.
           REWRITE SALES-TRANSACTION-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING TRANSACTION RECORD".

       WRITE-TRANSACTION-RECORD.
           WRITE SALES-TRANSACTION-RECORD
               INVALID KEY
               DISPLAY "ADJUSTMENT " ST-INVOICE-NUMBER
                   " ALREADY ON FILE".

       REWRITE-WRITE-OFF-RECORD.
           REWRITE WRITE-OFF-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING WRITE-OFF " WO-NUMBER.

           COPY "PLSGNON1.CBL".
