      * Maintaining the Nexus Threshold File
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NXSMNT01.
      *------------------------------------------
      * Add, Change, Inquire and Delete for the Nexus Threshold
      * File, in the pattern of PRDMNT01 - the tax manager keys
      * each state's economic-nexus thresholds here, as the
      * states publish them, for NXSMON01's monthly run to
      * measure our sales against. What the last run measured
      * shows on inquiry but is not keyed.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLNXS01.CBL".

           COPY "SLSTATE.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDNXS01.CBL".

           COPY "FDSTATE.CBL".

       WORKING-STORAGE SECTION.
       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 4.

       77  THE-MODE                    PIC X(7).
       77  OK-TO-DELETE                PIC X.
       77  RECORD-FOUND                PIC X.
       77  STATE-FOUND                 PIC X.
       77  WHICH-FIELD                 PIC 99.
           88 WHICH-FIELD-IS-VALID     VALUES 0 THRU 3.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           OPEN I-O NEXUS-THRESHOLD-FILE.
           OPEN INPUT STATE-FILE.

       CLOSING-PROCEDURE.
           CLOSE NEXUS-THRESHOLD-FILE.
           CLOSE STATE-FILE.

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
           DISPLAY "           1. ADD STATE THRESHOLDS".
           DISPLAY "           2. CHANGE A STATE'S THRESHOLDS".
           DISPLAY "           3. LOOK UP A STATE'S THRESHOLDS".
           DISPLAY "           4. DELETE A STATE'S THRESHOLDS".
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
           PERFORM GET-NEW-STATE-CODE.
           PERFORM ADD-RECORDS
               UNTIL NX-STATE-CODE = SPACES.

       GET-NEW-STATE-CODE.
           PERFORM INIT-NEXUS-RECORD.
           PERFORM ENTER-STATE-CODE.
           MOVE "Y" TO RECORD-FOUND.
           PERFORM FIND-NEW-NEXUS-RECORD
               UNTIL RECORD-FOUND = "N" OR
                   NX-STATE-CODE = SPACES.

       FIND-NEW-NEXUS-RECORD.
           PERFORM READ-NEXUS-RECORD.
           IF RECORD-FOUND = "Y"
               DISPLAY "RECORD ALREADY ON FILE"
               PERFORM ENTER-STATE-CODE.

       ADD-RECORDS.
           PERFORM SHOW-STATE-COLLECTION.
           PERFORM ENTER-SALES-THRESHOLD.
           PERFORM ENTER-COUNT-THRESHOLD.
           PERFORM ENTER-MEASUREMENT-PERIOD.
           PERFORM WRITE-NEXUS-RECORD.
           PERFORM GET-NEW-STATE-CODE.

      *****************************************************
      *                     CHANGE
      *****************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-NEXUS-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL NX-STATE-CODE = SPACES.

       CHANGE-RECORDS.
           PERFORM GET-FIELD-TO-CHANGE.
           PERFORM CHANGE-ONE-FIELD
               UNTIL WHICH-FIELD = ZERO.

           PERFORM GET-NEXUS-RECORD.

       GET-FIELD-TO-CHANGE.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-WHICH-FIELD.

       ASK-WHICH-FIELD.
           PERFORM ACCEPT-WHICH-FIELD.
           PERFORM RE-ACCEPT-WHICH-FIELD
               UNTIL WHICH-FIELD-IS-VALID.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-3) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
           DISPLAY "INVALID ENTRY".
           PERFORM ACCEPT-WHICH-FIELD.

       CHANGE-ONE-FIELD.
           PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           IF WHICH-FIELD = 1
               PERFORM ENTER-SALES-THRESHOLD
           ELSE
           IF WHICH-FIELD = 2
               PERFORM ENTER-COUNT-THRESHOLD
           ELSE
           IF WHICH-FIELD = 3
               PERFORM ENTER-MEASUREMENT-PERIOD.

           PERFORM REWRITE-NEXUS-RECORD.

      ****************************************************
      *                    INQUIRE
      ****************************************************
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-NEXUS-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL NX-STATE-CODE = SPACES.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM DISPLAY-LAST-MEASURED.
           PERFORM GET-NEXUS-RECORD.

      *****************************************************
      *                     DELETE
      *****************************************************
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-NEXUS-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL NX-STATE-CODE = SPACES.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.

           PERFORM ASK-OK-TO-DELETE
           IF OK-TO-DELETE = "Y"
               PERFORM DELETE-NEXUS-RECORD.

           PERFORM GET-NEXUS-RECORD.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y"  OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS RECORD (Y/N)?".
           ACCEPT OK-TO-DELETE.
           IF OK-TO-DELETE = "y"
               MOVE "Y" TO OK-TO-DELETE.
           IF OK-TO-DELETE = "n"
               MOVE "N" TO OK-TO-DELETE.

       RE-ACCEPT-OK-TO-DELETE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-DELETE.

      ****************************************************
      *     Routines shared by all modes
      ****************************************************
       INIT-NEXUS-RECORD.
           MOVE SPACE TO NEXUS-THRESHOLD-RECORD.
           MOVE ZERO TO NX-SALES-THRESHOLD.
           MOVE ZERO TO NX-COUNT-THRESHOLD.
           MOVE "R" TO NX-PERIOD-TYPE.
           MOVE 12 TO NX-PERIOD-MONTHS.
           MOVE ZERO TO NX-LAST-MEASURED-PERIOD.
           MOVE ZERO TO NX-MEASURED-SALES.
           MOVE ZERO TO NX-MEASURED-COUNT.
           MOVE ZERO TO NX-PRIOR-YEAR-SALES.
           MOVE ZERO TO NX-PRIOR-YEAR-COUNT.
           MOVE ZERO TO NX-PERCENT-OF-THRESHOLD.
           MOVE SPACE TO NX-ALERT-LEVEL.

       ENTER-STATE-CODE.
           DISPLAY " ".
           DISPLAY "ENTER THE STATE CODE OF THE THRESHOLDS".
           DISPLAY "TO " THE-MODE " (2 CHARACTERS)".
           DISPLAY "PRESS ENTER TO STOP ENTRY".
           ACCEPT NX-STATE-CODE.

       GET-NEXUS-RECORD.
           PERFORM INIT-NEXUS-RECORD.
           PERFORM ENTER-STATE-CODE.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-NEXUS-RECORD
               UNTIL RECORD-FOUND = "Y" OR
                   NX-STATE-CODE = SPACES.

       FIND-NEXUS-RECORD.
           PERFORM READ-NEXUS-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "RECORD NOT FOUND"
               PERFORM ENTER-STATE-CODE.

      *-------------------------------------------------------------
      * A state we already collect in is watched all the same -
      * the record is harmless, and ready if the rate is ever
      * taken off - but the clerk is told so on the way in.
      *-------------------------------------------------------------
       SHOW-STATE-COLLECTION.
           MOVE NX-STATE-CODE TO STATE-CODE.
           MOVE "Y" TO STATE-FOUND.
           READ STATE-FILE
               INVALID KEY
                   MOVE "N" TO STATE-FOUND.
           IF STATE-FOUND = "N"
               DISPLAY "NOT ON THE STATE FILE - NO TAX COLLECTED THERE"
           ELSE
           IF STATE-SALES-TAX-RATE = ZERO
               DISPLAY STATE-NAME " - NO TAX COLLECTED THERE"
           ELSE
               DISPLAY STATE-NAME " - TAX ALREADY COLLECTED AT "
                   STATE-SALES-TAX-RATE.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "   STATE:               " NX-STATE-CODE.
           DISPLAY "1. SALES THRESHOLD:     " NX-SALES-THRESHOLD.
           DISPLAY "2. SALES COUNT THRESHOLD: " NX-COUNT-THRESHOLD.
           IF NX-PERIOD-IS-ROLLING
               DISPLAY "3. PERIOD:              ROLLING "
                   NX-PERIOD-MONTHS " MONTHS"
           ELSE
           IF NX-PERIOD-IS-CALENDAR
               DISPLAY "3. PERIOD:              CALENDAR YEAR"
           ELSE
               DISPLAY "3. PERIOD:              PRIOR OR CURRENT YEAR".

       DISPLAY-LAST-MEASURED.
           IF NX-LAST-MEASURED-PERIOD = ZERO
               DISPLAY "   NOT YET MEASURED"
           ELSE
               DISPLAY "   LAST MEASURED THROUGH "
                   NX-LAST-MEASURED-PERIOD
               DISPLAY "   SALES " NX-MEASURED-SALES
                   " IN " NX-MEASURED-COUNT " SALE(S)"
               DISPLAY "   PERCENT OF THRESHOLD "
                   NX-PERCENT-OF-THRESHOLD.

       ENTER-SALES-THRESHOLD.
           DISPLAY "ENTER THE SALES DOLLAR THRESHOLD".
           DISPLAY "(0 IF THE STATE HAS NO DOLLAR TEST)".
           ACCEPT NX-SALES-THRESHOLD.

       ENTER-COUNT-THRESHOLD.
           DISPLAY "ENTER THE NUMBER OF SALES THRESHOLD".
           DISPLAY "(0 IF THE STATE HAS NO TRANSACTION TEST)".
           ACCEPT NX-COUNT-THRESHOLD.

       ENTER-MEASUREMENT-PERIOD.
           PERFORM ENTER-PERIOD-TYPE.
           IF NX-PERIOD-IS-ROLLING
               PERFORM ENTER-PERIOD-MONTHS
           ELSE
               MOVE 12 TO NX-PERIOD-MONTHS.

       ENTER-PERIOD-TYPE.
           PERFORM ACCEPT-PERIOD-TYPE.
           PERFORM RE-ACCEPT-PERIOD-TYPE
               UNTIL NX-PERIOD-IS-VALID.

       ACCEPT-PERIOD-TYPE.
           DISPLAY "ENTER THE MEASUREMENT PERIOD - R (ROLLING MONTHS),".
           DISPLAY "C (CALENDAR YEAR) OR P (PRIOR OR CURRENT YEAR)".
           ACCEPT NX-PERIOD-TYPE.
           IF NX-PERIOD-TYPE = "r"
               MOVE "R" TO NX-PERIOD-TYPE.
           IF NX-PERIOD-TYPE = "c"
               MOVE "C" TO NX-PERIOD-TYPE.
           IF NX-PERIOD-TYPE = "p"
               MOVE "P" TO NX-PERIOD-TYPE.

       RE-ACCEPT-PERIOD-TYPE.
           DISPLAY "YOU MUST ENTER R, C OR P".
           PERFORM ACCEPT-PERIOD-TYPE.

       ENTER-PERIOD-MONTHS.
           PERFORM ACCEPT-PERIOD-MONTHS.
           PERFORM RE-ACCEPT-PERIOD-MONTHS
               UNTIL NX-PERIOD-MONTHS NOT = ZERO.

       ACCEPT-PERIOD-MONTHS.
           DISPLAY "ENTER HOW MANY MONTHS THE ROLLING PERIOD RUNS".
           ACCEPT NX-PERIOD-MONTHS.

       RE-ACCEPT-PERIOD-MONTHS.
           DISPLAY "THE PERIOD MUST BE AT LEAST 1 MONTH".
           PERFORM ACCEPT-PERIOD-MONTHS.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-NEXUS-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ NEXUS-THRESHOLD-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       WRITE-NEXUS-RECORD.
           WRITE NEXUS-THRESHOLD-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-NEXUS-RECORD.
           REWRITE NEXUS-THRESHOLD-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING NEXUS RECORD".

       DELETE-NEXUS-RECORD.
           DELETE NEXUS-THRESHOLD-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING NEXUS RECORD".
