      * Maintaining vendor volume rebate agreements
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBTMNT01.
      *------------------------------------------
      * Add, Change, Inquire and Delete for the vendor rebate
      * agreement file, in the pattern of LRTMNT01. An agreement
      * is keyed by the vendor and the date its period starts;
      * a renewed agreement is ADDed under its new start date so
      * the old period's claim history stays on file. Tiers are
      * keyed lowest first, each threshold above the last. If
      * the period starts partway through a calendar year, key
      * what the vendor's YTD purchases already held on the
      * start date, so RBTACR01 counts only the period's buying.
      * The accrual, claim and receipt fields belong to RBTACR01
      * and RBTRCV01 and are shown here but never keyed.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLRBT01.CBL".

           COPY "SLVND02.CBL".

           COPY "SLGLACT01.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDRBT01.CBL".

           COPY "FDVND04.CBL".

           COPY "FDGLACT01.CBL".

       WORKING-STORAGE SECTION.
       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 4.

       77  THE-MODE                    PIC X(7).
       77  OK-TO-DELETE                PIC X.
       77  RECORD-FOUND                PIC X.
       77  VENDOR-FOUND                PIC X.
       77  GL-ACCOUNT-FOUND            PIC X.
       77  WHICH-FIELD                 PIC 99.
           88 WHICH-FIELD-IS-VALID     VALUES 0 THRU 6.
       77  TIER-SUB                    PIC 9 COMP.
       77  PRIOR-THRESHOLD             PIC 9(9)V99.
       77  ENTERED-GL-ACCOUNT          PIC 9(6).

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
           OPEN I-O REBATE-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT GLACCOUNT-FILE.

       CLOSING-PROCEDURE.
           CLOSE REBATE-FILE.
           CLOSE VENDOR-FILE.
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
           DISPLAY "           1. ADD REBATE AGREEMENTS".
           DISPLAY "           2. CHANGE A REBATE AGREEMENT".
           DISPLAY "           3. LOOK UP A REBATE AGREEMENT".
           DISPLAY "           4. DELETE A REBATE AGREEMENT".
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
           PERFORM GET-NEW-REBATE-KEY.
           PERFORM ADD-RECORDS
               UNTIL REBATE-VENDOR = ZEROES.

       GET-NEW-REBATE-KEY.
           PERFORM INIT-REBATE-RECORD.
           PERFORM ENTER-REBATE-KEY.
           MOVE "Y" TO RECORD-FOUND.
           PERFORM FIND-NEW-REBATE-RECORD
               UNTIL RECORD-FOUND = "N" OR
                   REBATE-VENDOR = ZEROES.

       FIND-NEW-REBATE-RECORD.
           PERFORM READ-REBATE-RECORD.
           IF RECORD-FOUND = "Y"
               DISPLAY "RECORD ALREADY ON FILE"
               PERFORM ENTER-REBATE-KEY.

       ADD-RECORDS.
           PERFORM ENTER-REMAINING-FIELDS.
           PERFORM WRITE-REBATE-RECORD.
           PERFORM GET-NEW-REBATE-KEY.

       ENTER-REMAINING-FIELDS.
           PERFORM ENTER-REBATE-DESCRIPTION.
           PERFORM ENTER-REBATE-PERIOD-END.
           PERFORM ENTER-REBATE-TIERS.
           PERFORM ENTER-REBATE-PRE-PERIOD.
           PERFORM ENTER-REBATE-RECEIVABLE-GL.
           PERFORM ENTER-REBATE-INCOME-GL.

      *****************************************************
      *                     CHANGE
      *****************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-REBATE-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL REBATE-VENDOR = ZEROES.

       CHANGE-RECORDS.
           PERFORM GET-FIELD-TO-CHANGE.
           PERFORM CHANGE-ONE-FIELD
               UNTIL WHICH-FIELD = ZERO.

           PERFORM GET-REBATE-RECORD.

       GET-FIELD-TO-CHANGE.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-WHICH-FIELD.

       ASK-WHICH-FIELD.
           PERFORM ACCEPT-WHICH-FIELD.
           PERFORM RE-ACCEPT-WHICH-FIELD
               UNTIL WHICH-FIELD-IS-VALID.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-6) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
           DISPLAY "INVALID ENTRY".
           PERFORM ACCEPT-WHICH-FIELD.

       CHANGE-ONE-FIELD.
           PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           IF WHICH-FIELD = 1
               PERFORM ENTER-REBATE-DESCRIPTION
           ELSE
           IF WHICH-FIELD = 2
               PERFORM ENTER-REBATE-PERIOD-END
           ELSE
           IF WHICH-FIELD = 3
               PERFORM ENTER-REBATE-TIERS
           ELSE
           IF WHICH-FIELD = 4
               PERFORM ENTER-REBATE-PRE-PERIOD
           ELSE
           IF WHICH-FIELD = 5
               PERFORM ENTER-REBATE-RECEIVABLE-GL
           ELSE
           IF WHICH-FIELD = 6
               PERFORM ENTER-REBATE-INCOME-GL.

           PERFORM REWRITE-REBATE-RECORD.

      ****************************************************
      *                    INQUIRE
      ****************************************************
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-REBATE-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL REBATE-VENDOR = ZEROES.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-REBATE-RECORD.

      *****************************************************
      *                     DELETE
      *****************************************************
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-REBATE-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL REBATE-VENDOR = ZEROES.

      *-------------------------------------------------------------
      * An agreement with money accrued against it stays on file
      * until the rebate is received, or the receivable would be
      * left in the GL with nothing behind it.
      *-------------------------------------------------------------
       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.

           IF REBATE-ACCRUED NOT = ZEROES AND
              NOT REBATE-IS-RECEIVED
               DISPLAY "REBATE ACCRUED AND NOT RECEIVED - "
                   "CANNOT BE DELETED"
           ELSE
               PERFORM ASK-OK-TO-DELETE
               IF OK-TO-DELETE = "Y"
                   PERFORM DELETE-REBATE-RECORD.

           PERFORM GET-REBATE-RECORD.

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
       INIT-REBATE-RECORD.
           MOVE SPACE TO REBATE-RECORD.
           MOVE ZEROES TO REBATE-VENDOR.
           MOVE ZEROES TO REBATE-PERIOD-START.
           MOVE ZEROES TO REBATE-PERIOD-END.
           MOVE 1 TO TIER-SUB.
           PERFORM CLEAR-ONE-TIER
               UNTIL TIER-SUB > 5.
           MOVE ZEROES TO REBATE-PRE-PERIOD-PURCHASES.
           MOVE ZEROES TO REBATE-CARRIED-PURCHASES.
           MOVE ZEROES TO REBATE-RECEIVABLE-GL.
           MOVE ZEROES TO REBATE-INCOME-GL.
           MOVE ZEROES TO REBATE-ACCRUED.
           MOVE ZEROES TO REBATE-LAST-ACCRUAL-DATE.
           MOVE "A" TO REBATE-STATUS.
           MOVE ZEROES TO REBATE-CLAIM-DATE.
           MOVE ZEROES TO REBATE-CLAIM-PURCHASES.
           MOVE ZEROES TO REBATE-CLAIM-PCT.
           MOVE ZEROES TO REBATE-CLAIM-AMOUNT.
           MOVE ZEROES TO REBATE-RECEIVED-DATE.
           MOVE ZEROES TO REBATE-RECEIVED-AMOUNT.

       CLEAR-ONE-TIER.
           MOVE ZEROES TO REBATE-TIER-THRESHOLD (TIER-SUB).
           MOVE ZEROES TO REBATE-TIER-PCT (TIER-SUB).
           ADD 1 TO TIER-SUB.

      *-------------------------------------------------------------
      * The key is the vendor and then the period start date -
      * vendor 0 stops entry without asking for a date. A new
      * agreement has to be for a vendor on file.
      *-------------------------------------------------------------
       ENTER-REBATE-KEY.
           PERFORM ENTER-REBATE-VENDOR.
           IF REBATE-VENDOR NOT = ZEROES
               PERFORM ENTER-REBATE-PERIOD-START.

       ENTER-REBATE-VENDOR.
           PERFORM ACCEPT-REBATE-VENDOR.
           IF THE-MODE = "ADD"
               PERFORM RE-ACCEPT-REBATE-VENDOR
                   UNTIL VENDOR-FOUND = "Y" OR
                       REBATE-VENDOR = ZEROES.

       ACCEPT-REBATE-VENDOR.
           DISPLAY " ".
           DISPLAY "ENTER THE VENDOR NUMBER OF THE AGREEMENT TO "
               THE-MODE.
           DISPLAY "ENTER 0 TO STOP ENTRY".
           ACCEPT REBATE-VENDOR.
           MOVE REBATE-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-FOUND = "Y"
               DISPLAY "VENDOR: " VENDOR-NAME.

       RE-ACCEPT-REBATE-VENDOR.
           DISPLAY "VENDOR NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-REBATE-VENDOR.

       ENTER-REBATE-PERIOD-START.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "ENTER THE AGREEMENT PERIOD START (MM/DD/CCYY)"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO REBATE-PERIOD-START.

       GET-REBATE-RECORD.
           PERFORM INIT-REBATE-RECORD.
           PERFORM ENTER-REBATE-KEY.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-REBATE-RECORD
               UNTIL RECORD-FOUND = "Y" OR
                   REBATE-VENDOR = ZEROES.

       FIND-REBATE-RECORD.
           PERFORM READ-REBATE-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "RECORD NOT FOUND"
               PERFORM ENTER-REBATE-KEY.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "VENDOR:            " REBATE-VENDOR.
           DISPLAY "PERIOD START:      " REBATE-PERIOD-START.
           DISPLAY "1. DESCRIPTION:    " REBATE-DESCRIPTION.
           DISPLAY "2. PERIOD END:     " REBATE-PERIOD-END.
           DISPLAY "3. TIERS:".
           MOVE 1 TO TIER-SUB.
           PERFORM DISPLAY-ONE-TIER
               UNTIL TIER-SUB > 5.
           DISPLAY "4. PRE-PERIOD YTD: " REBATE-PRE-PERIOD-PURCHASES.
           DISPLAY "5. RECEIVABLE GL:  " REBATE-RECEIVABLE-GL.
           DISPLAY "6. INCOME GL:      " REBATE-INCOME-GL.
           DISPLAY "CARRIED PURCHASES: " REBATE-CARRIED-PURCHASES.
           DISPLAY "ACCRUED:           " REBATE-ACCRUED
               " THROUGH " REBATE-LAST-ACCRUAL-DATE.
           DISPLAY "STATUS:            " REBATE-STATUS.
           IF NOT REBATE-IS-ACCRUING
               DISPLAY "CLAIMED:           " REBATE-CLAIM-AMOUNT
                   " ON " REBATE-CLAIM-DATE.
           IF REBATE-IS-RECEIVED
               DISPLAY "RECEIVED:          " REBATE-RECEIVED-AMOUNT
                   " ON " REBATE-RECEIVED-DATE " "
                   REBATE-RECEIVED-FORM " "
                   REBATE-RECEIVED-REFERENCE.

       DISPLAY-ONE-TIER.
           IF REBATE-TIER-THRESHOLD (TIER-SUB) NOT = ZEROES
               DISPLAY "   OVER " REBATE-TIER-THRESHOLD (TIER-SUB)
                   "  " REBATE-TIER-PCT (TIER-SUB) " PCT".
           ADD 1 TO TIER-SUB.

       ENTER-REBATE-DESCRIPTION.
           DISPLAY "ENTER A DESCRIPTION OF THE AGREEMENT".
           ACCEPT REBATE-DESCRIPTION.
           INSPECT REBATE-DESCRIPTION
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       ENTER-REBATE-PERIOD-END.
           PERFORM ACCEPT-REBATE-PERIOD-END.
           PERFORM RE-ACCEPT-REBATE-PERIOD-END
               UNTIL REBATE-PERIOD-END > REBATE-PERIOD-START.

       ACCEPT-REBATE-PERIOD-END.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "ENTER THE AGREEMENT PERIOD END (MM/DD/CCYY)"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO REBATE-PERIOD-END.

       RE-ACCEPT-REBATE-PERIOD-END.
           DISPLAY "THE PERIOD MUST END AFTER IT STARTS".
           PERFORM ACCEPT-REBATE-PERIOD-END.

      *-------------------------------------------------------------
      * Tiers are keyed from the lowest up; a threshold of 0
      * ends the list and clears any tiers after it.
      *-------------------------------------------------------------
       ENTER-REBATE-TIERS.
           MOVE ZEROES TO PRIOR-THRESHOLD.
           MOVE 1 TO TIER-SUB.
           PERFORM ENTER-ONE-TIER
               UNTIL TIER-SUB > 5.

       ENTER-ONE-TIER.
           PERFORM ACCEPT-TIER-THRESHOLD.
           PERFORM RE-ACCEPT-TIER-THRESHOLD
               UNTIL REBATE-TIER-THRESHOLD (TIER-SUB) = ZEROES OR
                   REBATE-TIER-THRESHOLD (TIER-SUB) > PRIOR-THRESHOLD.
           IF REBATE-TIER-THRESHOLD (TIER-SUB) = ZEROES
               PERFORM CLEAR-ONE-TIER
                   UNTIL TIER-SUB > 5
           ELSE
               MOVE REBATE-TIER-THRESHOLD (TIER-SUB)
                   TO PRIOR-THRESHOLD
               PERFORM ENTER-TIER-PCT
               ADD 1 TO TIER-SUB.

       ACCEPT-TIER-THRESHOLD.
           DISPLAY "ENTER TIER " TIER-SUB
               " - PURCHASES THE TIER STARTS AT (0 = NO MORE TIERS)".
           ACCEPT REBATE-TIER-THRESHOLD (TIER-SUB).

       RE-ACCEPT-TIER-THRESHOLD.
           DISPLAY "EACH TIER MUST START ABOVE THE ONE BEFORE IT".
           PERFORM ACCEPT-TIER-THRESHOLD.

       ENTER-TIER-PCT.
           PERFORM ACCEPT-TIER-PCT.
           PERFORM RE-ACCEPT-TIER-PCT
               UNTIL REBATE-TIER-PCT (TIER-SUB) NOT = ZEROES.

       ACCEPT-TIER-PCT.
           DISPLAY "ENTER THE REBATE PERCENT AT THIS TIER (NN.NNN)".
           ACCEPT REBATE-TIER-PCT (TIER-SUB).

       RE-ACCEPT-TIER-PCT.
           DISPLAY "A REBATE PERCENT MUST BE ENTERED".
           PERFORM ACCEPT-TIER-PCT.

       ENTER-REBATE-PRE-PERIOD.
           DISPLAY "ENTER THE VENDOR'S YTD PURCHASES ON THE DAY THE".
           DISPLAY "PERIOD STARTED (0 IF IT STARTS WITH THE YEAR)".
           ACCEPT REBATE-PRE-PERIOD-PURCHASES.

       ENTER-REBATE-RECEIVABLE-GL.
           DISPLAY "ENTER THE REBATE RECEIVABLE GL ACCOUNT".
           PERFORM ENTER-A-GL-ACCOUNT.
           MOVE ENTERED-GL-ACCOUNT TO REBATE-RECEIVABLE-GL.

       ENTER-REBATE-INCOME-GL.
           DISPLAY "ENTER THE GL ACCOUNT THE REBATE IS EARNED TO".
           PERFORM ENTER-A-GL-ACCOUNT.
           MOVE ENTERED-GL-ACCOUNT TO REBATE-INCOME-GL.

       ENTER-A-GL-ACCOUNT.
           PERFORM ACCEPT-A-GL-ACCOUNT.
           PERFORM RE-ACCEPT-A-GL-ACCOUNT
               UNTIL GL-ACCOUNT-FOUND = "Y".

       ACCEPT-A-GL-ACCOUNT.
           ACCEPT ENTERED-GL-ACCOUNT.
           MOVE ENTERED-GL-ACCOUNT TO GL-ACCOUNT-NUMBER.
           PERFORM READ-GLACCOUNT-RECORD.

       RE-ACCEPT-A-GL-ACCOUNT.
           DISPLAY "GL ACCOUNT NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-A-GL-ACCOUNT.

      ***********************************************
      *           FILE I-O ROUTINES
      ***********************************************
       READ-REBATE-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ REBATE-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO VENDOR-FOUND.

       READ-GLACCOUNT-RECORD.
           MOVE "Y" TO GL-ACCOUNT-FOUND.
           READ GLACCOUNT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO GL-ACCOUNT-FOUND.

       WRITE-REBATE-RECORD.
           WRITE REBATE-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-REBATE-RECORD.
           REWRITE REBATE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING REBATE RECORD".

       DELETE-REBATE-RECORD.
           DELETE REBATE-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING REBATE RECORD".

           COPY "PLDATE01.CBL".
