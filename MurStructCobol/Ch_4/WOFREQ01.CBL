      * Bad-debt write-off proposal
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WOFREQ01.
      *------------------------------------------
      * Where a collector puts up an uncollectible receivable
      * for write-off. The collector signs on against the
      * shared OPERATOR-FILE, keys the customer, and is shown
      * what the customer has open. The write-off is either one
      * open item or the customer's whole open balance - credits
      * and finance charges included - and needs a reason. It
      * goes on the Write-Off File PENDING under the next
      * write-off number, stamped with the collector's ID, and
      * nothing on A/R changes until a supervisor other than
      * the collector approves it in WOFAPR01. An item, or a
      * customer, already on a pending write-off can't be put
      * up a second time.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLSTRX01.CBL".

           COPY "SLCUST01.CBL".

           COPY "SLWOF01.CBL".

           COPY "SLWFN01.CBL".

           COPY "SLOPER01.CBL".

           COPY "SLSGNLOG.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDSTRX01.CBL".

           COPY "FDCUST01.CBL".

           COPY "FDWOF01.CBL".

           COPY "FDWFN01.CBL".

           COPY "FDOPER01.CBL".

           COPY "FDSGNLOG.CBL".

       WORKING-STORAGE SECTION.
       77  COLLECTOR-ID                PIC X(8).
       77  RECORD-FOUND                PIC X.
       77  TRANSACTION-EOF             PIC X.
       77  WRITE-OFF-EOF               PIC X.
       77  ENTERED-CUSTOMER            PIC 9(5).
       77  ENTERED-SCOPE               PIC X.
       77  ENTERED-INVOICE             PIC X(8).
       77  ENTERED-REASON              PIC X(30).
       77  OK-TO-PROPOSE               PIC X.
       77  ITEM-OPEN-AMOUNT            PIC S9(7)V99.
       77  CUSTOMER-OPEN-BALANCE       PIC S9(7)V99.
       77  PROPOSED-AMOUNT             PIC S9(7)V99.
       77  CONFLICTING-WRITE-OFF       PIC 9(6).
       77  TODAY-DATE                  PIC 9(8).
       77  PROPOSALS-MADE              PIC 9(5) VALUE ZERO.
       77  DOLLARS-PROPOSED            PIC S9(9)V99 VALUE ZERO.

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
           DISPLAY "----- WRITE-OFF PROPOSAL SESSION TOTALS -----".
           DISPLAY "WRITE-OFFS PROPOSED: " PROPOSALS-MADE.
           DISPLAY "DOLLARS PROPOSED:    " DOLLARS-PROPOSED.
           DISPLAY "---------------------------------------------".

       SIGN-ON.
           MOVE "WOFREQ01" TO SIGN-ON-PROGRAM.
           PERFORM OPERATOR-SIGN-ON.
           MOVE OPERATOR-ID TO COLLECTOR-ID.

       MAIN-PROCESS.
           PERFORM ENTER-CUSTOMER.
           PERFORM TAKE-PROPOSALS
               UNTIL ENTERED-CUSTOMER = ZERO.

       TAKE-PROPOSALS.
           PERFORM TAKE-ONE-PROPOSAL.
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
      *        ONE CUSTOMER, ONE PROPOSAL
      *****************************************************
       TAKE-ONE-PROPOSAL.
           PERFORM FIGURE-OPEN-BALANCE.
           DISPLAY "CUSTOMER " CM-CUSTOMER-NUMBER " "
               CM-CUSTOMER-NAME.
           DISPLAY "OPEN BALANCE " CUSTOMER-OPEN-BALANCE.
           IF CUSTOMER-OPEN-BALANCE NOT > ZERO
               DISPLAY "NOTHING OWED - NOTHING TO WRITE OFF"
           ELSE
               PERFORM PROPOSE-FOR-CUSTOMER.

       PROPOSE-FOR-CUSTOMER.
           PERFORM ENTER-SCOPE.
           MOVE SPACES TO ENTERED-INVOICE.
           IF ENTERED-SCOPE = "I"
               PERFORM ENTER-INVOICE
               MOVE ITEM-OPEN-AMOUNT TO PROPOSED-AMOUNT
           ELSE
               MOVE CUSTOMER-OPEN-BALANCE TO PROPOSED-AMOUNT.
           IF ENTERED-SCOPE = "I"
               AND ENTERED-INVOICE = SPACES
               DISPLAY "NOTHING PROPOSED"
           ELSE
               PERFORM CHECK-FOR-PENDING
               IF CONFLICTING-WRITE-OFF NOT = ZERO
                   DISPLAY "ALREADY PENDING ON WRITE-OFF "
                       CONFLICTING-WRITE-OFF " - NOTHING PROPOSED"
               ELSE
                   PERFORM FINISH-THE-PROPOSAL.

       FINISH-THE-PROPOSAL.
           PERFORM ENTER-REASON.
           DISPLAY "WRITE OFF " PROPOSED-AMOUNT " - " ENTERED-REASON.
           PERFORM ASK-OK-TO-PROPOSE.
           IF OK-TO-PROPOSE = "Y"
               PERFORM RECORD-THE-PROPOSAL
           ELSE
               DISPLAY "NOTHING PROPOSED".

       ENTER-SCOPE.
           PERFORM ACCEPT-SCOPE.
           PERFORM RE-ACCEPT-SCOPE
               UNTIL ENTERED-SCOPE = "I" OR "B".

       ACCEPT-SCOPE.
           DISPLAY "WRITE OFF ONE ITEM (I) OR THE WHOLE BALANCE (B)?".
           ACCEPT ENTERED-SCOPE.
           IF ENTERED-SCOPE = "i"
               MOVE "I" TO ENTERED-SCOPE.
           IF ENTERED-SCOPE = "b"
               MOVE "B" TO ENTERED-SCOPE.

       RE-ACCEPT-SCOPE.
           DISPLAY "YOU MUST ENTER I OR B".
           PERFORM ACCEPT-SCOPE.

      *-------------------------------------------------------------
      * The item must be this customer's, still open, and owe
      * something - a credit is only written off with the rest
      * of the balance.
      *-------------------------------------------------------------
       ENTER-INVOICE.
           PERFORM ACCEPT-INVOICE.
           PERFORM RE-ACCEPT-INVOICE
               UNTIL RECORD-FOUND = "Y"
                   OR ENTERED-INVOICE = SPACES.

       ACCEPT-INVOICE.
           DISPLAY "ENTER THE INVOICE TO WRITE OFF".
           DISPLAY "(BLANK TO CANCEL)".
           MOVE SPACES TO ENTERED-INVOICE.
           ACCEPT ENTERED-INVOICE.
           MOVE "Y" TO RECORD-FOUND.
           IF ENTERED-INVOICE NOT = SPACES
               PERFORM CHECK-THE-INVOICE.

       CHECK-THE-INVOICE.
           MOVE ENTERED-CUSTOMER TO ST-CUSTOMER-NUMBER.
           MOVE ENTERED-INVOICE TO ST-INVOICE-NUMBER.
           PERFORM READ-TRANSACTION-RECORD.
           COMPUTE ITEM-OPEN-AMOUNT =
               ST-INVOICE-AMOUNT + ST-SALES-TAX - ST-PAID-AMOUNT.
           IF RECORD-FOUND = "N"
               DISPLAY "INVOICE NOT ON FILE FOR THIS CUSTOMER"
           ELSE
           IF NOT ST-IS-OPEN
               DISPLAY "THAT ITEM IS NO LONGER OPEN"
               MOVE "N" TO RECORD-FOUND
           ELSE
           IF ITEM-OPEN-AMOUNT NOT > ZERO
               DISPLAY "NOTHING OWED ON THAT ITEM"
               MOVE "N" TO RECORD-FOUND
           ELSE
               DISPLAY "OPEN ON " ST-INVOICE-NUMBER ": "
                   ITEM-OPEN-AMOUNT.

       RE-ACCEPT-INVOICE.
           DISPLAY "PLEASE RE-ENTER".
           PERFORM ACCEPT-INVOICE.

       ENTER-REASON.
           PERFORM ACCEPT-REASON.
           PERFORM RE-ACCEPT-REASON
               UNTIL ENTERED-REASON NOT = SPACES.

       ACCEPT-REASON.
           DISPLAY "ENTER THE REASON FOR THE WRITE-OFF".
           MOVE SPACES TO ENTERED-REASON.
           ACCEPT ENTERED-REASON.

       RE-ACCEPT-REASON.
           DISPLAY "A REASON MUST BE ENTERED".
           PERFORM ACCEPT-REASON.

       ASK-OK-TO-PROPOSE.
           PERFORM ACCEPT-OK-TO-PROPOSE.
           PERFORM RE-ACCEPT-OK-TO-PROPOSE
               UNTIL OK-TO-PROPOSE = "Y" OR "N".

       ACCEPT-OK-TO-PROPOSE.
           DISPLAY "PROPOSE THIS WRITE-OFF (Y/N)?".
           ACCEPT OK-TO-PROPOSE.
           IF OK-TO-PROPOSE = "y"
               MOVE "Y" TO OK-TO-PROPOSE.
           IF OK-TO-PROPOSE = "n"
               MOVE "N" TO OK-TO-PROPOSE.

       RE-ACCEPT-OK-TO-PROPOSE.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-OK-TO-PROPOSE.

       RECORD-THE-PROPOSAL.
           PERFORM TAKE-NEXT-WRITE-OFF-NUMBER.
           MOVE WN-LAST-WRITE-OFF TO WO-NUMBER.
           MOVE ENTERED-CUSTOMER TO WO-CUSTOMER-NUMBER.
           MOVE ENTERED-SCOPE TO WO-SCOPE.
           MOVE ENTERED-INVOICE TO WO-INVOICE-NUMBER.
           MOVE ENTERED-REASON TO WO-REASON.
           MOVE PROPOSED-AMOUNT TO WO-PROPOSED-AMOUNT.
           MOVE COLLECTOR-ID TO WO-PROPOSED-BY.
           MOVE TODAY-DATE TO WO-PROPOSED-DATE.
           MOVE "P" TO WO-STATUS.
           MOVE SPACES TO WO-DECIDED-BY.
           MOVE ZEROES TO WO-DECIDED-DATE.
           MOVE SPACES TO WO-DECISION-NOTE.
           MOVE ZEROES TO WO-WRITTEN-OFF-AMOUNT.
           MOVE ZEROES TO WO-ITEMS-CLOSED.
           MOVE SPACES TO WO-ADJUSTMENT-INVOICE.
           MOVE ZEROES TO WO-RECOVERED-AMOUNT.
           MOVE ZEROES TO WO-RECOVERY-COUNT.
           MOVE ZEROES TO WO-LAST-RECOVERY-DATE.
           PERFORM WRITE-WRITE-OFF-RECORD.
           ADD 1 TO PROPOSALS-MADE.
           ADD PROPOSED-AMOUNT TO DOLLARS-PROPOSED.
           DISPLAY "WRITE-OFF " WO-NUMBER " PROPOSED - AWAITING "
               "APPROVAL".

      *-------------------------------------------------------------
      * Everything the customer has open, the same way ARAGE01
      * sees it - the file is in customer order, so the walk
      * starts at the customer's first item and stops at the
      * next customer's.
      *-------------------------------------------------------------
       FIGURE-OPEN-BALANCE.
           MOVE ZERO TO CUSTOMER-OPEN-BALANCE.
           MOVE ENTERED-CUSTOMER TO ST-CUSTOMER-NUMBER.
           MOVE SPACES TO ST-INVOICE-NUMBER.
           MOVE "N" TO TRANSACTION-EOF.
           START SALES-TRANSACTION-FILE
               KEY NOT < ST-TRANSACTION-KEY
               INVALID KEY
                   MOVE "Y" TO TRANSACTION-EOF.
           PERFORM ADD-ONE-OPEN-ITEM
               UNTIL TRANSACTION-EOF = "Y".

       ADD-ONE-OPEN-ITEM.
           READ SALES-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TRANSACTION-EOF.
           IF TRANSACTION-EOF = "N"
               IF ST-CUSTOMER-NUMBER NOT = ENTERED-CUSTOMER
                   MOVE "Y" TO TRANSACTION-EOF
               ELSE
               IF ST-IS-OPEN
                   COMPUTE CUSTOMER-OPEN-BALANCE =
                       CUSTOMER-OPEN-BALANCE + ST-INVOICE-AMOUNT
                       + ST-SALES-TAX - ST-PAID-AMOUNT.

      *-------------------------------------------------------------
      * A whole-balance write-off pending for the customer takes
      * in every item, so it blocks any new proposal for them;
      * a whole-balance proposal is blocked by any pending one.
      *-------------------------------------------------------------
       CHECK-FOR-PENDING.
           MOVE ZERO TO CONFLICTING-WRITE-OFF.
           MOVE ZEROES TO WO-NUMBER.
           MOVE "N" TO WRITE-OFF-EOF.
           START WRITE-OFF-FILE
               KEY NOT < WO-NUMBER
               INVALID KEY
                   MOVE "Y" TO WRITE-OFF-EOF.
           PERFORM CHECK-ONE-WRITE-OFF
               UNTIL WRITE-OFF-EOF = "Y"
                   OR CONFLICTING-WRITE-OFF NOT = ZERO.

       CHECK-ONE-WRITE-OFF.
           READ WRITE-OFF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WRITE-OFF-EOF.
           IF WRITE-OFF-EOF = "N"
               AND WO-IS-PENDING
               AND WO-CUSTOMER-NUMBER = ENTERED-CUSTOMER
               IF WO-IS-WHOLE-BALANCE
                   OR ENTERED-SCOPE = "B"
                   OR WO-INVOICE-NUMBER = ENTERED-INVOICE
                   MOVE WO-NUMBER TO CONFLICTING-WRITE-OFF.

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

       WRITE-WRITE-OFF-RECORD.
           WRITE WRITE-OFF-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING WRITE-OFF " WO-NUMBER.

           COPY "PLWFN01.CBL".

           COPY "PLSGNON1.CBL".
