      * Maintaining the Finance Charge Rate File
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FCRMNT01.
      *------------------------------------------
      * Add, Change, Inquire and Delete for the Finance Charge
      * Rate File, in the pattern of BRNMNT01 - the monthly
      * service charge rate, the minimum charge, the balance
      * floor and the grace days FINCHG01 assesses with. A new
      * rate from a new date is added as a new entry rather
      * than changed over the old one, so the terms a past
      * month was charged under stay on file.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLFCR01.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDFCR01.CBL".

       WORKING-STORAGE SECTION.
       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 4.

       77  THE-MODE                    PIC X(7).
       77  OK-TO-DELETE                PIC X.
       77  RECORD-FOUND                PIC X.
       77  WHICH-FIELD                 PIC 99.
           88 WHICH-FIELD-IS-VALID     VALUES 0 THRU 4.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           OPEN I-O FINANCE-RATE-FILE.

       CLOSING-PROCEDURE.
           CLOSE FINANCE-RATE-FILE.

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
           DISPLAY "           1. ADD FINANCE CHARGE RATES".
           DISPLAY "           2. CHANGE A RATE".
           DISPLAY "           3. LOOK UP A RATE".
           DISPLAY "           4. DELETE A RATE".
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
           PERFORM GET-NEW-RATE-DATE.
           PERFORM ADD-RECORDS
               UNTIL FR-EFFECTIVE-DATE = ZERO.

       GET-NEW-RATE-DATE.
           PERFORM INIT-RATE-RECORD.
           PERFORM ENTER-EFFECTIVE-DATE.
           MOVE "Y" TO RECORD-FOUND.
           PERFORM FIND-NEW-RATE-RECORD
               UNTIL RECORD-FOUND = "N" OR
                   FR-EFFECTIVE-DATE = ZERO.

       FIND-NEW-RATE-RECORD.
           PERFORM READ-RATE-RECORD.
           IF RECORD-FOUND = "Y"
               DISPLAY "RECORD ALREADY ON FILE"
               PERFORM ENTER-EFFECTIVE-DATE.

       ADD-RECORDS.
           PERFORM ENTER-MONTHLY-RATE.
           PERFORM ENTER-MINIMUM-CHARGE.
           PERFORM ENTER-BALANCE-FLOOR.
           PERFORM ENTER-GRACE-DAYS.
           PERFORM WRITE-RATE-RECORD.
           PERFORM GET-NEW-RATE-DATE.

      *****************************************************
      *                     CHANGE
      *****************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-RATE-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL FR-EFFECTIVE-DATE = ZERO.

       CHANGE-RECORDS.
           PERFORM GET-FIELD-TO-CHANGE.
           PERFORM CHANGE-ONE-FIELD
               UNTIL WHICH-FIELD = ZERO.

           PERFORM GET-RATE-RECORD.

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
               PERFORM ENTER-MONTHLY-RATE
           ELSE
           IF WHICH-FIELD = 2
               PERFORM ENTER-MINIMUM-CHARGE
           ELSE
           IF WHICH-FIELD = 3
               PERFORM ENTER-BALANCE-FLOOR
           ELSE
           IF WHICH-FIELD = 4
               PERFORM ENTER-GRACE-DAYS.

           PERFORM REWRITE-RATE-RECORD.

      ****************************************************
      *                    INQUIRE
      ****************************************************
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-RATE-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL FR-EFFECTIVE-DATE = ZERO.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-RATE-RECORD.

      *****************************************************
      *                     DELETE
      *****************************************************
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-RATE-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL FR-EFFECTIVE-DATE = ZERO.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.

           PERFORM ASK-OK-TO-DELETE
           IF OK-TO-DELETE = "Y"
               PERFORM DELETE-RATE-RECORD.

           PERFORM GET-RATE-RECORD.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y"  OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS RECORD (Y/N)?".
           ACCEPT OK-TO-DELETE.

       RE-ACCEPT-OK-TO-DELETE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-DELETE.

      ****************************************************
      *     Routines shared by all modes
      ****************************************************
       INIT-RATE-RECORD.
           MOVE ZERO TO FR-EFFECTIVE-DATE.
           MOVE ZERO TO FR-MONTHLY-RATE.
           MOVE ZERO TO FR-MINIMUM-CHARGE.
           MOVE ZERO TO FR-BALANCE-FLOOR.
           MOVE ZERO TO FR-GRACE-DAYS.

       ENTER-EFFECTIVE-DATE.
           DISPLAY " ".
           DISPLAY "ENTER THE EFFECTIVE DATE OF THE RATE".
           DISPLAY "TO " THE-MODE " (CCYYMMDD)".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           ACCEPT FR-EFFECTIVE-DATE.

       GET-RATE-RECORD.
           PERFORM INIT-RATE-RECORD.
           PERFORM ENTER-EFFECTIVE-DATE.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-RATE-RECORD
               UNTIL RECORD-FOUND = "Y" OR
                   FR-EFFECTIVE-DATE = ZERO.

       FIND-RATE-RECORD.
           PERFORM READ-RATE-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "RECORD NOT FOUND"
               PERFORM ENTER-EFFECTIVE-DATE.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "   EFFECTIVE DATE:     " FR-EFFECTIVE-DATE.
           DISPLAY "1. MONTHLY RATE (%):   " FR-MONTHLY-RATE.
           DISPLAY "2. MINIMUM CHARGE:     " FR-MINIMUM-CHARGE.
           DISPLAY "3. BALANCE FLOOR:      " FR-BALANCE-FLOOR.
           DISPLAY "4. GRACE DAYS:         " FR-GRACE-DAYS.

      *-------------------------------------------------------------
      * The rate is keyed as a percent a month - 1.5% is 1.500.
      * A zero rate suspends the charge from the effective date
      * without losing the entries before it.
      *-------------------------------------------------------------
       ENTER-MONTHLY-RATE.
           DISPLAY "ENTER THE MONTHLY RATE AS A PERCENT".
           DISPLAY "(1.5% IS 1.500)".
           ACCEPT FR-MONTHLY-RATE.

       ENTER-MINIMUM-CHARGE.
           DISPLAY "ENTER THE MINIMUM CHARGE (0 FOR NONE)".
           ACCEPT FR-MINIMUM-CHARGE.

       ENTER-BALANCE-FLOOR.
           DISPLAY "ENTER THE SMALLEST PAST-DUE BALANCE TO CHARGE".
           ACCEPT FR-BALANCE-FLOOR.

       ENTER-GRACE-DAYS.
           DISPLAY "ENTER THE DAYS PAST DUE BEFORE AN ITEM IS".
           DISPLAY "CHARGED (0 FOR NONE)".
           ACCEPT FR-GRACE-DAYS.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-RATE-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ FINANCE-RATE-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       WRITE-RATE-RECORD.
           WRITE FINANCE-RATE-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-RATE-RECORD.
           REWRITE FINANCE-RATE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING RATE RECORD".

       DELETE-RATE-RECORD.
           DELETE FINANCE-RATE-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING RATE RECORD".
