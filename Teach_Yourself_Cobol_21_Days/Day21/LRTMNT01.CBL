      * Maintaining the late-payment interest rate table
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LRTMNT01.
      *------------------------------------------
      * Add, Change, Inquire and Delete for the late-payment
      * interest rate table, in the pattern of TRMMNT01. Each
      * record is a rate code plus the date its rate takes
      * effect - when the published rate changes, ADD the new
      * rate under its new effective date rather than changing
      * the old one, so interest already paid can still be
      * explained at the rate that priced it. A code has to be
      * set up here before VNDMNT03 will put it on a vendor.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLLRT01.CBL".

           COPY "SLGLACT01.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDLRT01.CBL".

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
           OPEN I-O LATE-RATE-FILE.
           OPEN INPUT GLACCOUNT-FILE.

       CLOSING-PROCEDURE.
           CLOSE LATE-RATE-FILE.
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
           DISPLAY "           1. ADD INTEREST RATES".
           DISPLAY "           2. CHANGE AN INTEREST RATE".
           DISPLAY "           3. LOOK UP AN INTEREST RATE".
           DISPLAY "           4. DELETE AN INTEREST RATE".
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
           PERFORM GET-NEW-LATE-RATE-KEY.
           PERFORM ADD-RECORDS
               UNTIL LATERATE-CODE = "ZZZZ".

       GET-NEW-LATE-RATE-KEY.
           PERFORM INIT-LATE-RATE-RECORD.
           PERFORM ENTER-LATE-RATE-KEY.
           MOVE "Y" TO RECORD-FOUND.
           PERFORM FIND-NEW-LATE-RATE-RECORD
               UNTIL RECORD-FOUND = "N" OR
                   LATERATE-CODE = "ZZZZ".

       FIND-NEW-LATE-RATE-RECORD.
           PERFORM READ-LATE-RATE-RECORD.
           IF RECORD-FOUND = "Y"
               DISPLAY "RECORD ALREADY ON FILE"
               PERFORM ENTER-LATE-RATE-KEY.

       ADD-RECORDS.
           PERFORM ENTER-REMAINING-FIELDS.
           PERFORM WRITE-LATE-RATE-RECORD.
           PERFORM GET-NEW-LATE-RATE-KEY.

       ENTER-REMAINING-FIELDS.
           PERFORM ENTER-LATERATE-NAME.
           PERFORM ENTER-LATERATE-ANNUAL-PCT.
           PERFORM ENTER-LATERATE-GRACE-DAYS.
           PERFORM ENTER-LATERATE-GL-ACCOUNT.

      *****************************************************
      *                     CHANGE
      *****************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-LATE-RATE-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL LATERATE-CODE = "ZZZZ".

       CHANGE-RECORDS.
           PERFORM GET-FIELD-TO-CHANGE.
           PERFORM CHANGE-ONE-FIELD
               UNTIL WHICH-FIELD = ZERO.

           PERFORM GET-LATE-RATE-RECORD.

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

       CHANGE-THIS-FIELD.
           IF WHICH-FIELD = 1
               PERFORM ENTER-LATERATE-NAME
           ELSE
           IF WHICH-FIELD = 2
               PERFORM ENTER-LATERATE-ANNUAL-PCT
           ELSE
           IF WHICH-FIELD = 3
               PERFORM ENTER-LATERATE-GRACE-DAYS
           ELSE
           IF WHICH-FIELD = 4
               PERFORM ENTER-LATERATE-GL-ACCOUNT.

           PERFORM REWRITE-LATE-RATE-RECORD.

      ****************************************************
      *                    INQUIRE
      ****************************************************
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-LATE-RATE-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL LATERATE-CODE = "ZZZZ".

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-LATE-RATE-RECORD.

      *****************************************************
      *                     DELETE
      *****************************************************
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-LATE-RATE-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL LATERATE-CODE = "ZZZZ".

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.

           PERFORM ASK-OK-TO-DELETE
           IF OK-TO-DELETE = "Y"
               PERFORM DELETE-LATE-RATE-RECORD.

           PERFORM GET-LATE-RATE-RECORD.

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
       INIT-LATE-RATE-RECORD.
           MOVE SPACE TO LATE-RATE-RECORD.
           MOVE ZEROES TO LATERATE-EFFECTIVE-DATE.
           MOVE ZEROES TO LATERATE-ANNUAL-PCT.
           MOVE ZEROES TO LATERATE-GRACE-DAYS.
           MOVE ZEROES TO LATERATE-GL-ACCOUNT.

      *-------------------------------------------------------------
      * The key is the code and then its effective date - ZZZZ
      * at the code stops entry without asking for a date.
      *-------------------------------------------------------------
       ENTER-LATE-RATE-KEY.
           PERFORM ENTER-LATERATE-CODE.
           IF LATERATE-CODE NOT = "ZZZZ"
               PERFORM ENTER-LATERATE-EFFECTIVE-DATE.

       ENTER-LATERATE-CODE.
           PERFORM ACCEPT-LATERATE-CODE.
           PERFORM RE-ACCEPT-LATERATE-CODE
               UNTIL LATERATE-CODE NOT = SPACE.

       ACCEPT-LATERATE-CODE.
           DISPLAY " ".
           DISPLAY "ENTER THE INTEREST RATE CODE TO " THE-MODE
                   " (UP TO 4 CHARACTERS)".
           DISPLAY "ENTER ZZZZ TO STOP ENTRY".
           ACCEPT LATERATE-CODE.
           INSPECT LATERATE-CODE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-LATERATE-CODE.
           DISPLAY "INTEREST RATE CODE MUST BE ENTERED".
           PERFORM ACCEPT-LATERATE-CODE.

       ENTER-LATERATE-EFFECTIVE-DATE.
           MOVE "ENTER THE DATE THIS RATE TAKES EFFECT (MM/DD/CCYY)"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO LATERATE-EFFECTIVE-DATE.

       GET-LATE-RATE-RECORD.
           PERFORM INIT-LATE-RATE-RECORD.
           PERFORM ENTER-LATE-RATE-KEY.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-LATE-RATE-RECORD
               UNTIL RECORD-FOUND = "Y" OR
                   LATERATE-CODE = "ZZZZ".

       FIND-LATE-RATE-RECORD.
           PERFORM READ-LATE-RATE-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "RECORD NOT FOUND"
               PERFORM ENTER-LATE-RATE-KEY.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "RATE CODE:         " LATERATE-CODE.
           DISPLAY "EFFECTIVE DATE:    " LATERATE-EFFECTIVE-DATE.
           DISPLAY "1. NAME:           " LATERATE-NAME.
           DISPLAY "2. ANNUAL PCT:     " LATERATE-ANNUAL-PCT.
           DISPLAY "3. GRACE DAYS:     " LATERATE-GRACE-DAYS.
           DISPLAY "4. GL ACCOUNT:     " LATERATE-GL-ACCOUNT.

       ENTER-LATERATE-NAME.
           DISPLAY "ENTER THE RATE NAME (E.G. PROMPT PAY ACT)".
           ACCEPT LATERATE-NAME.
           INSPECT LATERATE-NAME
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       ENTER-LATERATE-ANNUAL-PCT.
           PERFORM ACCEPT-LATERATE-ANNUAL-PCT.
           PERFORM RE-ACCEPT-LATERATE-ANNUAL-PCT
               UNTIL LATERATE-ANNUAL-PCT NOT = ZEROES.

       ACCEPT-LATERATE-ANNUAL-PCT.
           DISPLAY "ENTER THE ANNUAL INTEREST PERCENT (NN.NNN)".
           ACCEPT LATERATE-ANNUAL-PCT.

       RE-ACCEPT-LATERATE-ANNUAL-PCT.
           DISPLAY "AN INTEREST RATE MUST BE ENTERED".
           PERFORM ACCEPT-LATERATE-ANNUAL-PCT.

       ENTER-LATERATE-GRACE-DAYS.
           DISPLAY "ENTER THE DAYS LATE ALLOWED BEFORE INTEREST "
               "IS OWED (0 IF NONE)".
           ACCEPT LATERATE-GRACE-DAYS.

       ENTER-LATERATE-GL-ACCOUNT.
           PERFORM ACCEPT-LATERATE-GL-ACCOUNT.
           PERFORM RE-ACCEPT-LATERATE-GL-ACCOUNT
               UNTIL GL-ACCOUNT-FOUND = "Y".

       ACCEPT-LATERATE-GL-ACCOUNT.
           DISPLAY "ENTER THE INTEREST EXPENSE GL ACCOUNT".
           ACCEPT LATERATE-GL-ACCOUNT.
           MOVE LATERATE-GL-ACCOUNT TO GL-ACCOUNT-NUMBER.
           PERFORM READ-GLACCOUNT-RECORD.

       RE-ACCEPT-LATERATE-GL-ACCOUNT.
           DISPLAY "GL ACCOUNT NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-LATERATE-GL-ACCOUNT.

      ***********************************************
      *           FILE I-O ROUTINES
      ***********************************************
       READ-LATE-RATE-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ LATE-RATE-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       READ-GLACCOUNT-RECORD.
           MOVE "Y" TO GL-ACCOUNT-FOUND.
           READ GLACCOUNT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO GL-ACCOUNT-FOUND.

       WRITE-LATE-RATE-RECORD.
           WRITE LATE-RATE-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-LATE-RATE-RECORD.
           REWRITE LATE-RATE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING INTEREST RATE RECORD".

       DELETE-LATE-RATE-RECORD.
           DELETE LATE-RATE-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING INTEREST RATE RECORD".

           COPY "PLDATE01.CBL".
