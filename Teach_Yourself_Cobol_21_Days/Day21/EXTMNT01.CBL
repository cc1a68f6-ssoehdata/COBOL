      * Employee expense type and policy limit maintenance
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTMNT01.
      *-------------------------------------------------------------
      * Add, Change, Inquire and Delete for the expense type
      * file, in the pattern of PRJMNT01. A record is one kind
      * of thing an employee may claim on an expense report -
      * the GL account it books to by default, whether it is
      * claimed in miles (and the standard rate per mile), and
      * the policy limits EXPENT01 checks every line against:
      * the per diem for one date and the amount above which a
      * receipt is required. Zero in a limit means no limit.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLEXPT01.CBL".

           COPY "SLGLACT01.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDEXPT01.CBL".

           COPY "FDGLACT01.CBL".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 4.

       77  THE-MODE                    PIC X(7).
       77  RECORD-FOUND                PIC X.
       77  GL-ACCOUNT-FOUND            PIC X.
       77  OK-TO-DELETE                PIC X.

           COPY "WSCASE01.CBL".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN I-O EXPENSE-TYPE-FILE.
           OPEN INPUT GLACCOUNT-FILE.

       CLOSING-PROCEDURE.
           CLOSE EXPENSE-TYPE-FILE.
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
           DISPLAY "           1. ADD EXPENSE TYPES".
           DISPLAY "           2. CHANGE AN EXPENSE TYPE".
           DISPLAY "           3. LOOK UP AN EXPENSE TYPE".
           DISPLAY "           4. DELETE AN EXPENSE TYPE".
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
           PERFORM GET-NEW-EXPT-CODE.
           PERFORM ADD-RECORDS
               UNTIL EXPT-CODE = SPACES.

       GET-NEW-EXPT-CODE.
           PERFORM ENTER-EXPT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           PERFORM FIND-NEW-EXPT-RECORD
               UNTIL RECORD-FOUND = "N" OR
                   EXPT-CODE = SPACES.

       FIND-NEW-EXPT-RECORD.
           PERFORM READ-EXPT-RECORD.
           IF RECORD-FOUND = "Y"
               DISPLAY "EXPENSE TYPE ALREADY ON FILE"
               PERFORM ENTER-EXPT-CODE.

       ADD-RECORDS.
           PERFORM ENTER-REMAINING-FIELDS.
           PERFORM WRITE-EXPT-RECORD.
           PERFORM GET-NEW-EXPT-CODE.

       ENTER-REMAINING-FIELDS.
           PERFORM ENTER-EXPT-DESCRIPTION.
           PERFORM ENTER-EXPT-GL-ACCOUNT.
           PERFORM ENTER-EXPT-MILEAGE.
           PERFORM ENTER-EXPT-MILEAGE-RATE.
           PERFORM ENTER-EXPT-DAILY-LIMIT.
           PERFORM ENTER-EXPT-RECEIPT-LIMIT.

      *****************************************************
      *                 FIELD ENTRY
      *****************************************************
       ENTER-EXPT-CODE.
           DISPLAY " ".
           DISPLAY "ENTER THE EXPENSE TYPE CODE TO " THE-MODE.
           DISPLAY "ENTER BLANK TO STOP ENTRY".
           MOVE SPACES TO EXPT-CODE.
           ACCEPT EXPT-CODE.
           INSPECT EXPT-CODE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       ENTER-EXPT-DESCRIPTION.
           PERFORM ACCEPT-EXPT-DESCRIPTION.
           PERFORM RE-ACCEPT-EXPT-DESCRIPTION
               UNTIL EXPT-DESCRIPTION NOT = SPACES.

       ACCEPT-EXPT-DESCRIPTION.
           DISPLAY "ENTER WHAT THE EXPENSE TYPE COVERS".
           MOVE SPACES TO EXPT-DESCRIPTION.
           ACCEPT EXPT-DESCRIPTION.
           INSPECT EXPT-DESCRIPTION
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-EXPT-DESCRIPTION.
           DISPLAY "A DESCRIPTION MUST BE ENTERED".
           PERFORM ACCEPT-EXPT-DESCRIPTION.

       ENTER-EXPT-GL-ACCOUNT.
           PERFORM ACCEPT-EXPT-GL-ACCOUNT.
           PERFORM RE-ACCEPT-EXPT-GL-ACCOUNT
               UNTIL GL-ACCOUNT-FOUND = "Y".

       ACCEPT-EXPT-GL-ACCOUNT.
           DISPLAY "ENTER THE GL ACCOUNT THIS TYPE BOOKS TO".
           ACCEPT EXPT-GL-ACCOUNT.
           MOVE EXPT-GL-ACCOUNT TO GL-ACCOUNT-NUMBER.
           PERFORM READ-GLACCOUNT-RECORD.

       RE-ACCEPT-EXPT-GL-ACCOUNT.
           DISPLAY "GL ACCOUNT NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-EXPT-GL-ACCOUNT.

       ENTER-EXPT-MILEAGE.
           PERFORM ACCEPT-EXPT-MILEAGE.
           PERFORM RE-ACCEPT-EXPT-MILEAGE
               UNTIL EXPT-MILEAGE = "Y" OR "N".

       ACCEPT-EXPT-MILEAGE.
           DISPLAY "IS THIS TYPE CLAIMED IN MILES (Y/N)?".
           ACCEPT EXPT-MILEAGE.
           INSPECT EXPT-MILEAGE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-EXPT-MILEAGE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-EXPT-MILEAGE.

      *-------------------------------------------------------------
      * Only a mileage type has a rate; the others are claimed
      * in dollars.
      *-------------------------------------------------------------
       ENTER-EXPT-MILEAGE-RATE.
           MOVE ZEROES TO EXPT-MILEAGE-RATE.
           IF EXPT-IS-MILEAGE
               PERFORM ACCEPT-EXPT-MILEAGE-RATE
               PERFORM RE-ACCEPT-EXPT-MILEAGE-RATE
                   UNTIL EXPT-MILEAGE-RATE NOT = ZEROES.

       ACCEPT-EXPT-MILEAGE-RATE.
           DISPLAY "ENTER THE STANDARD RATE PER MILE (9.999)".
           ACCEPT EXPT-MILEAGE-RATE.

       RE-ACCEPT-EXPT-MILEAGE-RATE.
           DISPLAY "A MILEAGE TYPE MUST HAVE A RATE".
           PERFORM ACCEPT-EXPT-MILEAGE-RATE.

       ENTER-EXPT-DAILY-LIMIT.
           DISPLAY "ENTER THE PER DIEM - MOST PER DATE".
           DISPLAY "(0 FOR NO DAILY LIMIT)".
           ACCEPT EXPT-DAILY-LIMIT.

       ENTER-EXPT-RECEIPT-LIMIT.
           DISPLAY "ENTER THE AMOUNT ABOVE WHICH A RECEIPT".
           DISPLAY "IS REQUIRED (0 FOR NONE REQUIRED)".
           ACCEPT EXPT-RECEIPT-LIMIT.

      *****************************************************
      *                     CHANGE
      *****************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-EXPT-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL EXPT-CODE = SPACES.

       CHANGE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ENTER-REMAINING-FIELDS.
           PERFORM REWRITE-EXPT-RECORD.
           PERFORM GET-EXPT-RECORD.

       GET-EXPT-RECORD.
           PERFORM ENTER-EXPT-CODE.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-EXPT-RECORD
               UNTIL RECORD-FOUND = "Y" OR
                   EXPT-CODE = SPACES.

       FIND-EXPT-RECORD.
           PERFORM READ-EXPT-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "EXPENSE TYPE NOT FOUND"
               PERFORM ENTER-EXPT-CODE.

      ****************************************************
      *                    INQUIRE
      ****************************************************
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-EXPT-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL EXPT-CODE = SPACES.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-EXPT-RECORD.

      *****************************************************
      *                     DELETE
      *****************************************************
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-EXPT-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL EXPT-CODE = SPACES.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-OK-TO-DELETE.
           IF OK-TO-DELETE = "Y"
               PERFORM DELETE-EXPT-RECORD.
           PERFORM GET-EXPT-RECORD.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS EXPENSE TYPE (Y/N)?".
           ACCEPT OK-TO-DELETE.
           INSPECT OK-TO-DELETE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-OK-TO-DELETE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-DELETE.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "EXPENSE TYPE : " EXPT-CODE.
           DISPLAY "COVERS       : " EXPT-DESCRIPTION.
           DISPLAY "GL ACCOUNT   : " EXPT-GL-ACCOUNT.
           DISPLAY "MILEAGE      : " EXPT-MILEAGE
               "   RATE " EXPT-MILEAGE-RATE.
           DISPLAY "PER DIEM     : " EXPT-DAILY-LIMIT.
           DISPLAY "RECEIPT OVER : " EXPT-RECEIPT-LIMIT.
           DISPLAY " ".

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-EXPT-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ EXPENSE-TYPE-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       READ-GLACCOUNT-RECORD.
           MOVE "Y" TO GL-ACCOUNT-FOUND.
           READ GLACCOUNT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO GL-ACCOUNT-FOUND.

       WRITE-EXPT-RECORD.
           WRITE EXPENSE-TYPE-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-EXPT-RECORD.
           REWRITE EXPENSE-TYPE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING EXPENSE TYPE RECORD".

       DELETE-EXPT-RECORD.
           DELETE EXPENSE-TYPE-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING EXPENSE TYPE RECORD".
