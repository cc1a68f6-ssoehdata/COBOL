      * Purchase requisition entry
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQENT01.
      *-------------------------------------------------------------
      * Where a department asks purchasing to buy something,
      * instead of e-mailing the clerk. The requester signs on -
      * the sign-on is the record of who asked - and keys the
      * department (defaulted from their operator record), a
      * suggested vendor if they have one, the GL account the
      * spend belongs on, the date they need it by, and the
      * lines: an item-master item or a free-text description,
      * the quantity, and the price they expect to pay. The
      * requisition takes the next CONTROL-LAST-REQUISITION
      * number and goes on file PENDING, for the department's
      * approver to sign off in REQAPR01. A requester can also
      * withdraw a requisition of their own that is still
      * pending.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLREQ01.CBL".

           COPY "SLRQLN01.CBL".

           COPY "SLVND02.CBL".

           COPY "SLITEM01.CBL".

           COPY "SLGLACT01.CBL".

           COPY "SLCONTRL.CBL".

           COPY "SLCTLLOG.CBL".

           COPY "SLOPER01.CBL".

           COPY "SLSGNLOG.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDREQ01.CBL".

           COPY "FDRQLN01.CBL".

           COPY "FDVND04.CBL".

           COPY "FDITEM01.CBL".

           COPY "FDGLACT01.CBL".

           COPY "FDCONTRL.CBL".

           COPY "FDCTLLOG.CBL".

           COPY "FDOPER01.CBL".

           COPY "FDSGNLOG.CBL".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 2.

       77  OK-TO-ADD                   PIC X.
       77  OK-TO-WITHDRAW              PIC X.
       77  RECORD-FOUND                PIC X.
       77  VENDOR-FOUND                PIC X.
       77  ITEM-FOUND                  PIC X.
       77  GL-ACCOUNT-FOUND            PIC X.
       77  NEED-BY-OK                  PIC X.
       77  NEXT-LINE-NUMBER            PIC 9(3).
       77  LINES-ON-REQ                PIC 9(3).
       77  REQ-TOTAL                   PIC S9(9)V99.
       77  REQUISITIONS-ENTERED        PIC 9(5) VALUE ZERO.
       77  ENTERED-REQ-NUMBER          PIC 9(6).

       77  TODAY-CCYYMMDD              PIC 9(8).
       77  OLD-CONTROL-VALUE           PIC 9(8).
       77  CURRENT-TIME                PIC 9(8).

           COPY "WSCASE01.CBL".

           COPY "WSDATE01.CBL".

           COPY "WSSGNON1.CBL".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM SIGN-ON.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN I-O REQUISITION-FILE.
           OPEN I-O REQ-LINE-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT ITEM-FILE.
           OPEN INPUT GLACCOUNT-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN EXTEND CONTROL-LOG-FILE.
           OPEN I-O OPERATOR-FILE.
           OPEN EXTEND SIGNON-LOG-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE REQUISITION-FILE.
           CLOSE REQ-LINE-FILE.
           CLOSE VENDOR-FILE.
           CLOSE ITEM-FILE.
           CLOSE GLACCOUNT-FILE.
           CLOSE CONTROL-FILE.
           CLOSE CONTROL-LOG-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE SIGNON-LOG-FILE.
           DISPLAY REQUISITIONS-ENTERED " REQUISITION(S) ENTERED".

       SIGN-ON.
           MOVE "REQENT01" TO SIGN-ON-PROGRAM.
           PERFORM OPERATOR-SIGN-ON.
      *----------------------------------------------------
      *                       MENU
      *----------------------------------------------------
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
           DISPLAY "1. ENTER A REQUISITION".
           DISPLAY "2. WITHDRAW A PENDING REQUISITION".
           DISPLAY "0. EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "ENTER YOUR CHOICE".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "YOU MUST ENTER 0, 1, OR 2".
           PERFORM ACCEPT-MENU-PICK.

       DO-THE-PICK.
           IF MENU-PICK = 1
               PERFORM ENTER-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM WITHDRAW-MODE.
           IF MENU-PICK NOT = 0
               PERFORM GET-MENU-PICK.
      *****************************************************
      *                  ENTER MODE
      *****************************************************
       ENTER-MODE.
           PERFORM GET-OK-TO-ADD.
           PERFORM ADD-ONE-REQUISITION
               UNTIL OK-TO-ADD = "N".

       GET-OK-TO-ADD.
           PERFORM ACCEPT-OK-TO-ADD.
           PERFORM RE-ACCEPT-OK-TO-ADD
               UNTIL OK-TO-ADD = "Y" OR "N".

       ACCEPT-OK-TO-ADD.
           DISPLAY " ".
           DISPLAY "ENTER A NEW REQUISITION (Y/N)?".
           ACCEPT OK-TO-ADD.
           INSPECT OK-TO-ADD CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-OK-TO-ADD.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-ADD.

      *-------------------------------------------------------------
      * The number is taken only once the lines are in, so a
      * requisition abandoned with no lines uses up nothing.
      *-------------------------------------------------------------
       ADD-ONE-REQUISITION.
           PERFORM INIT-REQUISITION-RECORD.
           PERFORM ENTER-REQ-DEPARTMENT.
           PERFORM ENTER-REQ-VENDOR.
           PERFORM ENTER-REQ-GL-ACCOUNT.
           PERFORM ENTER-REQ-NEED-BY-DATE.
           PERFORM RETRIEVE-NEXT-REQ-NUMBER.
           PERFORM ENTER-THE-REQ-LINES.
           IF LINES-ON-REQ = ZEROES
               DISPLAY "NO LINES ENTERED - REQUISITION "
                   REQ-NUMBER " NOT WRITTEN"
           ELSE
               MOVE REQ-TOTAL TO REQ-ESTIMATED-AMOUNT
               PERFORM WRITE-REQUISITION-RECORD.
           PERFORM GET-OK-TO-ADD.

       INIT-REQUISITION-RECORD.
           MOVE SPACE TO REQUISITION-RECORD.
           MOVE ZEROES TO REQ-NUMBER.
           MOVE OPERATOR-ID TO REQ-REQUESTER.
           MOVE TODAY-CCYYMMDD TO REQ-ENTERED-DATE.
           MOVE ZEROES TO REQ-NEED-BY-DATE.
           MOVE ZEROES TO REQ-VENDOR.
           MOVE ZEROES TO REQ-GL-ACCOUNT.
           MOVE ZEROES TO REQ-ESTIMATED-AMOUNT.
           MOVE "P" TO REQ-STATUS.
           MOVE SPACES TO REQ-APPROVED-BY.
           MOVE ZEROES TO REQ-APPROVAL-DATE.
           MOVE SPACES TO REQ-REJECT-REASON.
           MOVE ZEROES TO REQ-PO-NUMBER.
           MOVE ZEROES TO REQ-ORDERED-DATE.

      *-------------------------------------------------------------
      * The department decides whose approver sees the request,
      * so it can't be left blank.
      *-------------------------------------------------------------
       ENTER-REQ-DEPARTMENT.
           PERFORM ACCEPT-REQ-DEPARTMENT.
           PERFORM RE-ACCEPT-REQ-DEPARTMENT
               UNTIL REQ-DEPARTMENT NOT = SPACES.

       ACCEPT-REQ-DEPARTMENT.
           IF OPERATOR-DEPARTMENT = SPACES
               DISPLAY "ENTER THE DEPARTMENT CODE"
           ELSE
               DISPLAY "ENTER THE DEPARTMENT CODE (BLANK FOR "
                   OPERATOR-DEPARTMENT ")".
           MOVE SPACE TO REQ-DEPARTMENT.
           ACCEPT REQ-DEPARTMENT.
           INSPECT REQ-DEPARTMENT
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           IF REQ-DEPARTMENT = SPACES
               MOVE OPERATOR-DEPARTMENT TO REQ-DEPARTMENT.

       RE-ACCEPT-REQ-DEPARTMENT.
           DISPLAY "A DEPARTMENT MUST BE ENTERED".
           PERFORM ACCEPT-REQ-DEPARTMENT.

       ENTER-REQ-VENDOR.
           PERFORM ACCEPT-REQ-VENDOR.
           PERFORM RE-ACCEPT-REQ-VENDOR
               UNTIL VENDOR-FOUND = "Y".

       ACCEPT-REQ-VENDOR.
           DISPLAY "ENTER THE SUGGESTED VENDOR NUMBER".
           DISPLAY "(0 TO LEAVE IT TO PURCHASING)".
           ACCEPT REQ-VENDOR.
           MOVE "Y" TO VENDOR-FOUND.
           IF REQ-VENDOR NOT = ZEROES
               MOVE REQ-VENDOR TO VENDOR-NUMBER
               READ VENDOR-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO VENDOR-FOUND.
           IF REQ-VENDOR NOT = ZEROES AND VENDOR-FOUND = "Y"
               DISPLAY "VENDOR: " VENDOR-NAME.

       RE-ACCEPT-REQ-VENDOR.
           DISPLAY "VENDOR NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-REQ-VENDOR.

       ENTER-REQ-GL-ACCOUNT.
           PERFORM ACCEPT-REQ-GL-ACCOUNT.
           PERFORM RE-ACCEPT-REQ-GL-ACCOUNT
               UNTIL GL-ACCOUNT-FOUND = "Y".

       ACCEPT-REQ-GL-ACCOUNT.
           DISPLAY "ENTER THE GL ACCOUNT TO CHARGE".
           ACCEPT REQ-GL-ACCOUNT.
           MOVE REQ-GL-ACCOUNT TO GL-ACCOUNT-NUMBER.
           MOVE "Y" TO GL-ACCOUNT-FOUND.
           READ GLACCOUNT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO GL-ACCOUNT-FOUND.

       RE-ACCEPT-REQ-GL-ACCOUNT.
           DISPLAY "GL ACCOUNT NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-REQ-GL-ACCOUNT.

       ENTER-REQ-NEED-BY-DATE.
           MOVE "N" TO NEED-BY-OK.
           PERFORM ACCEPT-REQ-NEED-BY-DATE
               UNTIL NEED-BY-OK = "Y".

       ACCEPT-REQ-NEED-BY-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "ENTER THE DATE IT IS NEEDED BY (MM/DD/CCYY)"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           IF DATE-CCYYMMDD < TODAY-CCYYMMDD
               DISPLAY "THE NEED-BY DATE CAN'T BE IN THE PAST"
           ELSE
               MOVE DATE-CCYYMMDD TO REQ-NEED-BY-DATE
               MOVE "Y" TO NEED-BY-OK.

      *****************************************************
      *              LINE ENTRY
      *****************************************************
      *-------------------------------------------------------------
      * Lines are numbered up from 1 under the requisition, the
      * way POMNT01 numbers PO lines. A line naming an item takes
      * its description off the item master; a blank item keys
      * a free-text line, and a blank description ends entry.
      *-------------------------------------------------------------
       ENTER-THE-REQ-LINES.
           MOVE ZEROES TO NEXT-LINE-NUMBER.
           MOVE ZEROES TO LINES-ON-REQ.
           MOVE ZEROES TO REQ-TOTAL.
           PERFORM ENTER-ONE-REQ-LINE.
           PERFORM ENTER-REMAINING-REQ-LINES
               UNTIL RQLN-DESCRIPTION = SPACES.

       ENTER-REMAINING-REQ-LINES.
           PERFORM WRITE-REQ-LINE-RECORD.
           PERFORM ENTER-ONE-REQ-LINE.

       ENTER-ONE-REQ-LINE.
           ADD 1 TO NEXT-LINE-NUMBER.
           MOVE REQ-NUMBER TO RQLN-REQ-NUMBER.
           MOVE NEXT-LINE-NUMBER TO RQLN-LINE-NUMBER.
           DISPLAY " ".
           DISPLAY "LINE " NEXT-LINE-NUMBER ".".
           PERFORM ENTER-LINE-ITEM-NUMBER.
           IF ITEM-FOUND = "Y"
               MOVE ITEM-NUMBER TO RQLN-ITEM-NUMBER
               MOVE ITEM-DESCRIPTION TO RQLN-DESCRIPTION
               DISPLAY "ITEM: " RQLN-DESCRIPTION
           ELSE
               MOVE SPACES TO RQLN-ITEM-NUMBER
               DISPLAY "ENTER WHAT IS WANTED (BLANK WHEN DONE)"
               MOVE SPACE TO RQLN-DESCRIPTION
               ACCEPT RQLN-DESCRIPTION.
           IF RQLN-DESCRIPTION NOT = SPACES
               DISPLAY "ENTER THE QUANTITY WANTED"
               ACCEPT RQLN-QUANTITY
               DISPLAY "ENTER THE EXPECTED UNIT PRICE"
               ACCEPT RQLN-UNIT-PRICE
               COMPUTE RQLN-EXTENDED-AMOUNT =
                   RQLN-QUANTITY * RQLN-UNIT-PRICE
               MOVE ZEROES TO RQLN-PO-LINE-NUMBER
               DISPLAY "LINE ESTIMATE IS " RQLN-EXTENDED-AMOUNT.

       ENTER-LINE-ITEM-NUMBER.
           PERFORM ACCEPT-LINE-ITEM-NUMBER.
           PERFORM RE-ACCEPT-LINE-ITEM-NUMBER
               UNTIL ITEM-FOUND = "Y" OR ITEM-NUMBER = SPACES.

       ACCEPT-LINE-ITEM-NUMBER.
           DISPLAY "ENTER THE ITEM NUMBER "
               "(BLANK FOR A FREE-TEXT LINE)".
           MOVE SPACE TO ITEM-NUMBER.
           ACCEPT ITEM-NUMBER.
           INSPECT ITEM-NUMBER
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           MOVE "N" TO ITEM-FOUND.
           IF ITEM-NUMBER NOT = SPACES
               MOVE "Y" TO ITEM-FOUND
               READ ITEM-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO ITEM-FOUND.
           IF ITEM-FOUND = "Y" AND NOT ITEM-IS-ACTIVE
               DISPLAY "ITEM " ITEM-NUMBER " IS INACTIVE"
               MOVE "N" TO ITEM-FOUND
               MOVE SPACES TO ITEM-NUMBER.

       RE-ACCEPT-LINE-ITEM-NUMBER.
           DISPLAY "ITEM NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-LINE-ITEM-NUMBER.

      *****************************************************
      *                WITHDRAW MODE
      *****************************************************
      *-------------------------------------------------------------
      * Only the person who asked can withdraw the request, and
      * only before anyone has acted on it.
      *-------------------------------------------------------------
       WITHDRAW-MODE.
           PERFORM GET-REQ-TO-WITHDRAW.
           PERFORM WITHDRAW-ONE-REQUISITION
               UNTIL ENTERED-REQ-NUMBER = ZEROES.

       GET-REQ-TO-WITHDRAW.
           DISPLAY " ".
           DISPLAY "ENTER THE REQUISITION NUMBER TO WITHDRAW".
           DISPLAY "(000000 TO RETURN TO THE MENU)".
           ACCEPT ENTERED-REQ-NUMBER.

       WITHDRAW-ONE-REQUISITION.
           MOVE ENTERED-REQ-NUMBER TO REQ-NUMBER.
           PERFORM READ-REQUISITION-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "REQUISITION NOT ON FILE"
           ELSE
           IF REQ-REQUESTER NOT = OPERATOR-ID
               DISPLAY "** ONLY " REQ-REQUESTER
                   " CAN WITHDRAW THIS REQUISITION **"
           ELSE
           IF NOT REQ-IS-PENDING
               DISPLAY "** REQUISITION IS NO LONGER PENDING - "
                   "STATUS " REQ-STATUS " **"
           ELSE
               PERFORM CONFIRM-THE-WITHDRAWAL.
           PERFORM GET-REQ-TO-WITHDRAW.

       CONFIRM-THE-WITHDRAWAL.
           DISPLAY "REQUISITION " REQ-NUMBER " ENTERED "
               REQ-ENTERED-DATE " FOR " REQ-ESTIMATED-AMOUNT.
           PERFORM ACCEPT-OK-TO-WITHDRAW.
           PERFORM RE-ACCEPT-OK-TO-WITHDRAW
               UNTIL OK-TO-WITHDRAW = "Y" OR "N".
           IF OK-TO-WITHDRAW = "Y"
               MOVE "X" TO REQ-STATUS
               PERFORM REWRITE-REQUISITION-RECORD
               DISPLAY "REQUISITION " REQ-NUMBER " WITHDRAWN".

       ACCEPT-OK-TO-WITHDRAW.
           DISPLAY "WITHDRAW THIS REQUISITION (Y/N)?".
           ACCEPT OK-TO-WITHDRAW.
           INSPECT OK-TO-WITHDRAW
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-OK-TO-WITHDRAW.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-WITHDRAW.

      *****************************************************
      *    Next requisition number, from the Control File
      *****************************************************
       RETRIEVE-NEXT-REQ-NUMBER.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-LAST-REQUISITION.
           IF CONTROL-LAST-REQUISITION NOT NUMERIC
               MOVE ZEROES TO CONTROL-LAST-REQUISITION.
           MOVE CONTROL-LAST-REQUISITION TO OLD-CONTROL-VALUE.
           ADD 1 TO CONTROL-LAST-REQUISITION.
           MOVE CONTROL-LAST-REQUISITION TO REQ-NUMBER.
           PERFORM SAVE-CONTROL-RECORD.
           PERFORM LOG-CONTROL-CHANGE.
           DISPLAY "REQUISITION NUMBER " REQ-NUMBER.

       SAVE-CONTROL-RECORD.
           REWRITE CONTROL-RECORD
               INVALID KEY
                   WRITE CONTROL-RECORD
                       INVALID KEY
                       DISPLAY "ERROR WRITING CONTROL RECORD".

       LOG-CONTROL-CHANGE.
           MOVE "REQNUMBER" TO CTLLOG-COUNTER-NAME.
           MOVE OLD-CONTROL-VALUE TO CTLLOG-OLD-VALUE.
           MOVE CONTROL-LAST-REQUISITION TO CTLLOG-NEW-VALUE.
           MOVE "REQENT01" TO CTLLOG-PROGRAM-ID.
           MOVE TODAY-CCYYMMDD TO CTLLOG-DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE CURRENT-TIME TO CTLLOG-TIME.
           WRITE CONTROL-LOG-RECORD.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-REQUISITION-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ REQUISITION-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       WRITE-REQUISITION-RECORD.
           WRITE REQUISITION-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING REQUISITION RECORD"
               NOT INVALID KEY
                   ADD 1 TO REQUISITIONS-ENTERED
                   DISPLAY "REQUISITION " REQ-NUMBER " FOR "
                       REQ-ESTIMATED-AMOUNT " OVER " LINES-ON-REQ
                       " LINE(S) IS WAITING ON DEPARTMENT "
                       REQ-DEPARTMENT " APPROVAL".

       REWRITE-REQUISITION-RECORD.
           REWRITE REQUISITION-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING REQUISITION RECORD".

       WRITE-REQ-LINE-RECORD.
           WRITE REQ-LINE-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING REQUISITION LINE RECORD"
               NOT INVALID KEY
                   ADD 1 TO LINES-ON-REQ
                   ADD RQLN-EXTENDED-AMOUNT TO REQ-TOTAL.

           COPY "PLDATE01.CBL".

           COPY "PLSGNON1.CBL".
