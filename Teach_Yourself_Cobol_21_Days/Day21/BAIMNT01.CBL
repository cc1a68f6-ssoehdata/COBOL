      * Maintaining the BAI2 transaction type code table
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIMNT01.
      *------------------------------------------
      * Add, Change, Inquire and Delete for the BAI2 type code
      * table, in the pattern of LRTMNT01. Each record tells
      * BAISTM01 what to do with a detail item of that code on
      * a bank's prior-day statement - clear a check, settle an
      * ACH entry or wire, journal it to a GL account, or just
      * list it because another program already booked it. A
      * code the statement carries that isn't set up here is
      * listed by BAISTM01 as unmapped and left for the books.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLBAI01.CBL".

           COPY "SLGLACT01.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDBAI01.CBL".

           COPY "FDGLACT01.CBL".

       WORKING-STORAGE SECTION.
       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 4.

       77  THE-MODE                    PIC X(7).
       77  OK-TO-DELETE                PIC X.
       77  RECORD-FOUND                PIC X.
       77  GL-ACCOUNT-FOUND            PIC X.
       77  WHICH-FIELD                 PIC 99.
           88 WHICH-FIELD-IS-VALID     VALUES 0 THRU 4.

           COPY "WSCASE01.CBL".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           OPEN I-O BAI-CODE-FILE.
           OPEN INPUT GLACCOUNT-FILE.

       CLOSING-PROCEDURE.
           CLOSE BAI-CODE-FILE.
           CLOSE GLACCOUNT-FILE.

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
           DISPLAY "           1. ADD BAI TYPE CODES".
           DISPLAY "           2. CHANGE A BAI TYPE CODE".
           DISPLAY "           3. LOOK UP A BAI TYPE CODE".
           DISPLAY "           4. DELETE A BAI TYPE CODE".
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
           MOVE "ADD"  TO THE-MODE.
           PERFORM GET-NEW-BAI-CODE-KEY.
           PERFORM ADD-RECORDS
               UNTIL BAI-TYPE-CODE = ZEROES.

       GET-NEW-BAI-CODE-KEY.
           PERFORM INIT-BAI-CODE-RECORD.
           PERFORM ENTER-BAI-TYPE-CODE.
           MOVE "Y" TO RECORD-FOUND.
           PERFORM FIND-NEW-BAI-CODE-RECORD
               UNTIL RECORD-FOUND = "N" OR
                   BAI-TYPE-CODE = ZEROES.

       FIND-NEW-BAI-CODE-RECORD.
           PERFORM READ-BAI-CODE-RECORD.
           IF RECORD-FOUND = "Y"
               DISPLAY "RECORD ALREADY ON FILE"
               PERFORM ENTER-BAI-TYPE-CODE.

       ADD-RECORDS.
           PERFORM DEFAULT-BAI-DIRECTION.
           PERFORM ENTER-REMAINING-FIELDS.
           PERFORM WRITE-BAI-CODE-RECORD.
           PERFORM GET-NEW-BAI-CODE-KEY.

      *-------------------------------------------------------------
      * BAI2 reserves 100-399 for credits and 400-699 for
      * debits, so a new code in those ranges starts out with
      * the right direction and the operator only has to think
      * about the bank's own 900s codes.
      *-------------------------------------------------------------
       DEFAULT-BAI-DIRECTION.
           IF BAI-TYPE-CODE > 99 AND
              BAI-TYPE-CODE < 400
               MOVE "C" TO BAI-DIRECTION
           ELSE
           IF BAI-TYPE-CODE > 399 AND
              BAI-TYPE-CODE < 700
               MOVE "D" TO BAI-DIRECTION.

       ENTER-REMAINING-FIELDS.
           PERFORM ENTER-BAI-DESCRIPTION.
           PERFORM ENTER-BAI-DIRECTION.
           PERFORM ENTER-BAI-HANDLING.
           PERFORM ENTER-BAI-GL-ACCOUNT.

      *****************************************************
      *                     CHANGE
      *****************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-BAI-CODE-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL BAI-TYPE-CODE = ZEROES.

       CHANGE-RECORDS.
           PERFORM GET-FIELD-TO-CHANGE.
           PERFORM CHANGE-ONE-FIELD
               UNTIL WHICH-FIELD = ZERO.

           PERFORM GET-BAI-CODE-RECORD.

       GET-FIELD-TO-CHANGE.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-WHICH-FIELD.

       ASK-WHICH-FIELD.
           PERFORM ACCEPT-WHICH-FIELD.
           PERFORM RE-ACCEPT-WHICH-FIELD
               UNTIL WHICH-FIELD-IS-VALID.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-4) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
           DISPLAY "INVALID ENTRY".
           PERFORM ACCEPT-WHICH-FIELD.

       CHANGE-ONE-FIELD.
           PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

      *-------------------------------------------------------------
      * Changing the handling asks for the GL account again,
      * since a code moved on or off "G" either needs one or
      * must lose the one it had.
      *-------------------------------------------------------------
       CHANGE-THIS-FIELD.
           IF WHICH-FIELD = 1
               PERFORM ENTER-BAI-DESCRIPTION
           ELSE
           IF WHICH-FIELD = 2
               PERFORM ENTER-BAI-DIRECTION
           ELSE
           IF WHICH-FIELD = 3
               PERFORM ENTER-BAI-HANDLING
               PERFORM ENTER-BAI-GL-ACCOUNT
           ELSE
           IF WHICH-FIELD = 4
               PERFORM ENTER-BAI-GL-ACCOUNT.

           PERFORM REWRITE-BAI-CODE-RECORD.

      ****************************************************
      *                    INQUIRE
      ****************************************************
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-BAI-CODE-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL BAI-TYPE-CODE = ZEROES.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-BAI-CODE-RECORD.

      *****************************************************
      *                     DELETE
      *****************************************************
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-BAI-CODE-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL BAI-TYPE-CODE = ZEROES.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.

           PERFORM ASK-OK-TO-DELETE
           IF OK-TO-DELETE = "Y"
               PERFORM DELETE-BAI-CODE-RECORD.

           PERFORM GET-BAI-CODE-RECORD.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y"  OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS RECORD (Y/N)?".
           ACCEPT OK-TO-DELETE.
           INSPECT OK-TO-DELETE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-OK-TO-DELETE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-DELETE.

      ****************************************************
      *     Routines shared by all modes
      ****************************************************
       INIT-BAI-CODE-RECORD.
           MOVE SPACE TO BAI-CODE-RECORD.
           MOVE ZEROES TO BAI-TYPE-CODE.
           MOVE ZEROES TO BAI-GL-ACCOUNT.

       ENTER-BAI-TYPE-CODE.
           DISPLAY " ".
           DISPLAY "ENTER THE BAI TYPE CODE TO " THE-MODE
                   " (001-999)".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           ACCEPT BAI-TYPE-CODE.

       GET-BAI-CODE-RECORD.
           PERFORM INIT-BAI-CODE-RECORD.
           PERFORM ENTER-BAI-TYPE-CODE.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-BAI-CODE-RECORD
               UNTIL RECORD-FOUND = "Y" OR
                   BAI-TYPE-CODE = ZEROES.

       FIND-BAI-CODE-RECORD.
           PERFORM READ-BAI-CODE-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "RECORD NOT FOUND"
               PERFORM ENTER-BAI-TYPE-CODE.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "TYPE CODE:         " BAI-TYPE-CODE.
           DISPLAY "1. DESCRIPTION:    " BAI-DESCRIPTION.
           DISPLAY "2. DIRECTION:      " BAI-DIRECTION.
           DISPLAY "3. HANDLING:       " BAI-HANDLING.
           DISPLAY "4. GL ACCOUNT:     " BAI-GL-ACCOUNT.

       ENTER-BAI-DESCRIPTION.
           DISPLAY "ENTER THE DESCRIPTION (E.G. ACCOUNT ANALYSIS FEE)".
           ACCEPT BAI-DESCRIPTION.
           INSPECT BAI-DESCRIPTION
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       ENTER-BAI-DIRECTION.
           PERFORM ACCEPT-BAI-DIRECTION.
           PERFORM RE-ACCEPT-BAI-DIRECTION
               UNTIL BAI-DIRECTION-IS-VALID.

       ACCEPT-BAI-DIRECTION.
           DISPLAY "ENTER C IF THE ITEM ADDS TO THE BANK BALANCE,".
           DISPLAY "D IF IT TAKES FROM IT (NOW " BAI-DIRECTION ")".
           ACCEPT BAI-DIRECTION.
           INSPECT BAI-DIRECTION
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-BAI-DIRECTION.
           DISPLAY "DIRECTION MUST BE C OR D".
           PERFORM ACCEPT-BAI-DIRECTION.

       ENTER-BAI-HANDLING.
           PERFORM ACCEPT-BAI-HANDLING.
           PERFORM RE-ACCEPT-BAI-HANDLING
               UNTIL BAI-HANDLING-IS-VALID.

       ACCEPT-BAI-HANDLING.
           DISPLAY "ENTER HOW THE ITEM IS HANDLED:".
           DISPLAY "  C = CLEAR A CHECK ON THE CHECK REGISTER".
           DISPLAY "  A = SETTLE AN ACH ENTRY ON THE EFT REGISTER".
           DISPLAY "  F = SETTLE A WIRE ON THE EFT REGISTER".
           DISPLAY "  G = JOURNAL TO A GL ACCOUNT".
           DISPLAY "  B = ALREADY BOOKED ELSEWHERE, LIST ONLY".
           DISPLAY "  D = CUSTOMER DEPOSIT, LIST ONLY HERE".
           ACCEPT BAI-HANDLING.
           INSPECT BAI-HANDLING
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-BAI-HANDLING.
           DISPLAY "HANDLING MUST BE C, A, F, G, B OR D".
           PERFORM ACCEPT-BAI-HANDLING.

      *-------------------------------------------------------------
      * Only a code that is journaled needs a GL account; any
      * other handling clears the account.
      *-------------------------------------------------------------
       ENTER-BAI-GL-ACCOUNT.
           IF BAI-POST-TO-GL
               PERFORM ENTER-THE-GL-ACCOUNT
           ELSE
               MOVE ZEROES TO BAI-GL-ACCOUNT.

       ENTER-THE-GL-ACCOUNT.
           PERFORM ACCEPT-BAI-GL-ACCOUNT.
           PERFORM RE-ACCEPT-BAI-GL-ACCOUNT
               UNTIL GL-ACCOUNT-FOUND = "Y".

       ACCEPT-BAI-GL-ACCOUNT.
           DISPLAY "ENTER THE GL ACCOUNT THE ITEM IS JOURNALED TO".
           ACCEPT BAI-GL-ACCOUNT.
           MOVE BAI-GL-ACCOUNT TO GL-ACCOUNT-NUMBER.
           PERFORM READ-GLACCOUNT-RECORD.

       RE-ACCEPT-BAI-GL-ACCOUNT.
           DISPLAY "GL ACCOUNT NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-BAI-GL-ACCOUNT.

      ***********************************************
      *           FILE I-O ROUTINES
      ***********************************************
       READ-BAI-CODE-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ BAI-CODE-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       READ-GLACCOUNT-RECORD.
           MOVE "Y" TO GL-ACCOUNT-FOUND.
           READ GLACCOUNT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO GL-ACCOUNT-FOUND.

       WRITE-BAI-CODE-RECORD.
           WRITE BAI-CODE-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-BAI-CODE-RECORD.
           REWRITE BAI-CODE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING BAI CODE RECORD".

       DELETE-BAI-CODE-RECORD.
           DELETE BAI-CODE-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING BAI CODE RECORD".
