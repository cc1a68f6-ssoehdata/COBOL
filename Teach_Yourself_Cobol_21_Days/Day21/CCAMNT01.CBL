      * Cost-allocation template maintenance
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCAMNT01.
      *-------------------------------------------------------------
      * Add, Change, Inquire and Delete for the cost-allocation
      * templates, in the pattern of BUDMNT01. A template splits
      * a shared bill across up to ten GL accounts, each with the
      * percent it carries and, optionally, an expense category
      * of its own. Every account must be on the chart of
      * accounts and every category on the category file, and
      * the lines are keyed again until the percents add to
      * exactly 100.00 - a template that doesn't is never
      * written. Changing a template re-keys all of its lines.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLCCA01.CBL".

           COPY "SLGLACT01.CBL".

           COPY "SLCAT01.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDCCA01.CBL".

           COPY "FDGLACT01.CBL".

           COPY "FDCAT01.CBL".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 4.

       77  THE-MODE                    PIC X(7).
       77  RECORD-FOUND                PIC X.
       77  OK-TO-DELETE                PIC X.
       77  ACCOUNT-FOUND               PIC X.
       77  CATEGORY-FOUND              PIC X.
       77  LINES-DONE                  PIC X.
       77  LINES-BALANCE               PIC X.

       77  LINE-SUB                    PIC 99.
       77  ENTRY-GL-ACCOUNT            PIC 9(6).
       77  ENTRY-CATEGORY              PIC X(2).
       77  PERCENT-TOTAL               PIC 9(5)V99.
       77  PERCENT-DISPLAY             PIC ZZZZ9.99.

           COPY "WSCASE01.CBL".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN I-O COST-ALLOCATION-FILE.
           OPEN INPUT GLACCOUNT-FILE.
           OPEN INPUT CATEGORY-FILE.

       CLOSING-PROCEDURE.
           CLOSE COST-ALLOCATION-FILE.
           CLOSE GLACCOUNT-FILE.
           CLOSE CATEGORY-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM MAINTAIN-THE-FILE
               UNTIL MENU-PICK = 0.
      ********************************************************
      *                    MENU
      ********************************************************
       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           PERFORM CLEAR-SCREEN.
           DISPLAY "   PLEASE SELECT:".
           DISPLAY "  ".
           DISPLAY "           1. ADD ALLOCATION TEMPLATES".
           DISPLAY "           2. CHANGE AN ALLOCATION TEMPLATE".
           DISPLAY "           3. LOOK UP AN ALLOCATION TEMPLATE".
           DISPLAY "           4. DELETE AN ALLOCATION TEMPLATE".
           DISPLAY " ".
           DISPLAY "           0. EXIT".
           PERFORM SCROLL-LINE 8 TIMES.

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE  (0-4)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION  - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       CLEAR-SCREEN.
           PERFORM SCROLL-LINE 25 TIMES.

       SCROLL-LINE.
           DISPLAY " ".

       MAINTAIN-THE-FILE.
           PERFORM DO-THE-PICK.
           PERFORM GET-MENU-PICK.

       DO-THE-PICK.
           IF MENU-PICK = 1
               PERFORM ADD-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM CHANGE-MODE
           ELSE
           IF MENU-PICK = 3
               PERFORM INQUIRE-MODE
           ELSE
           IF MENU-PICK = 4
               PERFORM DELETE-MODE.
      *****************************************************
      *                       ADD
      *****************************************************
       ADD-MODE.
           MOVE "ADD" TO THE-MODE.
           PERFORM GET-NEW-CCA-CODE.
           PERFORM ADD-RECORDS
               UNTIL CCA-CODE = SPACES.

       GET-NEW-CCA-CODE.
           PERFORM ENTER-CCA-CODE.
           MOVE "Y" TO RECORD-FOUND.
           PERFORM FIND-NEW-CCA-RECORD
               UNTIL RECORD-FOUND = "N" OR
                   CCA-CODE = SPACES.

       FIND-NEW-CCA-RECORD.
           PERFORM READ-CCA-RECORD.
           IF RECORD-FOUND = "Y"
               DISPLAY "THAT TEMPLATE IS ALREADY ON FILE"
               PERFORM ENTER-CCA-CODE.

       ADD-RECORDS.
           PERFORM ENTER-CCA-DESCRIPTION.
           PERFORM ENTER-CCA-LINES.
           PERFORM WRITE-CCA-RECORD.
           PERFORM GET-NEW-CCA-CODE.

      *****************************************************
      *     FIELD ENTRY
      *****************************************************
       ENTER-CCA-CODE.
           DISPLAY " ".
           DISPLAY "ENTER THE ALLOCATION TEMPLATE TO " THE-MODE.
           DISPLAY "ENTER BLANK TO STOP ENTRY".
           MOVE SPACES TO CCA-CODE.
           ACCEPT CCA-CODE.
           INSPECT CCA-CODE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       ENTER-CCA-DESCRIPTION.
           DISPLAY "ENTER WHAT THE TEMPLATE SPLITS".
           MOVE SPACES TO CCA-DESCRIPTION.
           ACCEPT CCA-DESCRIPTION.

      * The lines are keyed as a set, and the whole set is keyed
      * again until the percents come to 100.00.
       ENTER-CCA-LINES.
           MOVE "N" TO LINES-BALANCE.
           PERFORM ENTER-ALL-CCA-LINES
               UNTIL LINES-BALANCE = "Y".

       ENTER-ALL-CCA-LINES.
           MOVE ZEROES TO CCA-LINE-COUNT.
           MOVE ZEROES TO PERCENT-TOTAL.
           MOVE 1 TO LINE-SUB.
           PERFORM CLEAR-ONE-CCA-LINE
               UNTIL LINE-SUB > 10.
           DISPLAY " ".
           DISPLAY "ENTER THE ACCOUNTS THE BILL IS SPLIT ACROSS".
           MOVE "N" TO LINES-DONE.
           PERFORM ENTER-ONE-CCA-LINE
               UNTIL LINES-DONE = "Y".
           IF PERCENT-TOTAL = 100
               MOVE "Y" TO LINES-BALANCE
           ELSE
               MOVE PERCENT-TOTAL TO PERCENT-DISPLAY
               DISPLAY "THE PERCENTS ADD TO " PERCENT-DISPLAY
               DISPLAY "THEY MUST ADD TO 100.00 - RE-ENTER THE LINES".

       CLEAR-ONE-CCA-LINE.
           MOVE ZEROES TO CCA-GL-ACCOUNT (LINE-SUB).
           MOVE SPACES TO CCA-EXPENSE-CATEGORY (LINE-SUB).
           MOVE ZEROES TO CCA-PERCENT (LINE-SUB).
           ADD 1 TO LINE-SUB.

       ENTER-ONE-CCA-LINE.
           COMPUTE LINE-SUB = CCA-LINE-COUNT + 1.
           PERFORM ENTER-CCA-GL-ACCOUNT.
           IF ENTRY-GL-ACCOUNT = ZEROES
               MOVE "Y" TO LINES-DONE
           ELSE
               MOVE LINE-SUB TO CCA-LINE-COUNT
               MOVE ENTRY-GL-ACCOUNT TO CCA-GL-ACCOUNT (LINE-SUB)
               PERFORM ENTER-CCA-EXPENSE-CATEGORY
               MOVE ENTRY-CATEGORY TO CCA-EXPENSE-CATEGORY (LINE-SUB)
               PERFORM ENTER-CCA-PERCENT
               ADD CCA-PERCENT (LINE-SUB) TO PERCENT-TOTAL
               IF CCA-LINE-COUNT = 10
                   DISPLAY "THAT IS THE TENTH AND LAST LINE"
                   MOVE "Y" TO LINES-DONE.

       ENTER-CCA-GL-ACCOUNT.
           PERFORM ACCEPT-CCA-GL-ACCOUNT.
           PERFORM RE-ACCEPT-CCA-GL-ACCOUNT
               UNTIL ACCOUNT-FOUND = "Y".

       ACCEPT-CCA-GL-ACCOUNT.
           DISPLAY " ".
           DISPLAY "ENTER THE GL ACCOUNT FOR LINE " LINE-SUB.
           DISPLAY "ENTER 0 WHEN THE LINES ARE ALL IN".
           MOVE ZEROES TO ENTRY-GL-ACCOUNT.
           ACCEPT ENTRY-GL-ACCOUNT.
           MOVE "Y" TO ACCOUNT-FOUND.
           IF ENTRY-GL-ACCOUNT NOT = ZEROES
               MOVE ENTRY-GL-ACCOUNT TO GL-ACCOUNT-NUMBER
               PERFORM READ-GLACCOUNT-RECORD.

       RE-ACCEPT-CCA-GL-ACCOUNT.
           DISPLAY "ACCOUNT NOT ON THE CHART OF ACCOUNTS".
           PERFORM ACCEPT-CCA-GL-ACCOUNT.

       ENTER-CCA-EXPENSE-CATEGORY.
           PERFORM ACCEPT-CCA-EXPENSE-CATEGORY.
           PERFORM RE-ACCEPT-CCA-EXPENSE-CATEGORY
               UNTIL CATEGORY-FOUND = "Y".

       ACCEPT-CCA-EXPENSE-CATEGORY.
           DISPLAY "ENTER THE EXPENSE CATEGORY FOR THIS SHARE".
           DISPLAY "ENTER BLANK TO KEEP THE VOUCHER'S CATEGORY".
           MOVE SPACES TO ENTRY-CATEGORY.
           ACCEPT ENTRY-CATEGORY.
           INSPECT ENTRY-CATEGORY
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           MOVE "Y" TO CATEGORY-FOUND.
           IF ENTRY-CATEGORY NOT = SPACES
               PERFORM READ-CATEGORY-RECORD.

       RE-ACCEPT-CCA-EXPENSE-CATEGORY.
           DISPLAY "CATEGORY NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-CCA-EXPENSE-CATEGORY.

       ENTER-CCA-PERCENT.
           PERFORM ACCEPT-CCA-PERCENT.
           PERFORM RE-ACCEPT-CCA-PERCENT
               UNTIL CCA-PERCENT (LINE-SUB) > ZERO.

       ACCEPT-CCA-PERCENT.
           DISPLAY "ENTER THE PERCENT OF THE BILL (E.G. 33.34)".
           ACCEPT CCA-PERCENT (LINE-SUB).

       RE-ACCEPT-CCA-PERCENT.
           DISPLAY "THE PERCENT MUST BE MORE THAN ZERO".
           PERFORM ACCEPT-CCA-PERCENT.

      *****************************************************
      *                     CHANGE
      *****************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-CCA-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL CCA-CODE = SPACES.

       CHANGE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ENTER-CCA-DESCRIPTION.
           PERFORM ENTER-CCA-LINES.
           PERFORM REWRITE-CCA-RECORD.
           PERFORM GET-CCA-RECORD.

       GET-CCA-RECORD.
           PERFORM ENTER-CCA-CODE.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-CCA-RECORD
               UNTIL RECORD-FOUND = "Y" OR
                   CCA-CODE = SPACES.

       FIND-CCA-RECORD.
           PERFORM READ-CCA-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "NO SUCH ALLOCATION TEMPLATE"
               PERFORM ENTER-CCA-CODE.

      ****************************************************
      *                    INQUIRE
      ****************************************************
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-CCA-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL CCA-CODE = SPACES.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-CCA-RECORD.

      *****************************************************
      *                     DELETE
      *****************************************************
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-CCA-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL CCA-CODE = SPACES.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-OK-TO-DELETE.
           IF OK-TO-DELETE = "Y"
               PERFORM DELETE-CCA-RECORD.
           PERFORM GET-CCA-RECORD.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS TEMPLATE (Y/N)?".
           ACCEPT OK-TO-DELETE.
           INSPECT OK-TO-DELETE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-OK-TO-DELETE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-DELETE.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "TEMPLATE   : " CCA-CODE.
           DISPLAY "SPLITS     : " CCA-DESCRIPTION.
           DISPLAY "LINE ACCOUNT CAT PERCENT".
           MOVE 1 TO LINE-SUB.
           PERFORM DISPLAY-ONE-CCA-LINE
               UNTIL LINE-SUB > CCA-LINE-COUNT.
           DISPLAY " ".

       DISPLAY-ONE-CCA-LINE.
           MOVE CCA-PERCENT (LINE-SUB) TO PERCENT-DISPLAY.
           DISPLAY "  " LINE-SUB "  "
                   CCA-GL-ACCOUNT (LINE-SUB) " "
                   CCA-EXPENSE-CATEGORY (LINE-SUB) " "
                   PERCENT-DISPLAY.
           ADD 1 TO LINE-SUB.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-CCA-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ COST-ALLOCATION-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       READ-GLACCOUNT-RECORD.
           MOVE "Y" TO ACCOUNT-FOUND.
           READ GLACCOUNT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO ACCOUNT-FOUND.

       READ-CATEGORY-RECORD.
           MOVE "Y" TO CATEGORY-FOUND.
           MOVE ENTRY-CATEGORY TO CATEGORY-CODE.
           READ CATEGORY-FILE RECORD
               INVALID KEY
                   MOVE "N" TO CATEGORY-FOUND.

       WRITE-CCA-RECORD.
           WRITE COST-ALLOCATION-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-CCA-RECORD.
           REWRITE COST-ALLOCATION-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING ALLOCATION TEMPLATE".

       DELETE-CCA-RECORD.
           DELETE COST-ALLOCATION-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING ALLOCATION TEMPLATE".
