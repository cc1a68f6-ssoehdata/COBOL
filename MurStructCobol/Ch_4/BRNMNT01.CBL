      * in the pattern of REPMNT01 - a branch number has to be
      * set up here before CUSMNT01 or REPMNT01 will assign it,
      * so "branch 31" can never again be invented by a typo.
      * Field 3 names the branch manager - an active rep on the
      * Sales Rep Master - and the override rate CMSTMT01 pays
      * the manager on the rest of the branch's sales.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLBRN01.CBL".
           COPY "SLREP01.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDBRN01.CBL".

           COPY "FDREP01.CBL".

       WORKING-STORAGE SECTION.
       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 4.
       77  THE-MODE                    PIC X(7).
       77  OK-TO-DELETE                PIC X.
       77  RECORD-FOUND                PIC X.
       77  MANAGER-FOUND               PIC X.
       77  WHICH-FIELD                 PIC 99.
           88 WHICH-FIELD-IS-VALID     VALUES 0 THRU 3.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

       OPENING-PROCEDURE.
           OPEN I-O BRANCH-MASTER-FILE.
           OPEN INPUT SALESREP-MASTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE BRANCH-MASTER-FILE.
           CLOSE SALESREP-MASTER-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
       ADD-RECORDS.
           PERFORM ENTER-BRANCH-NAME.
           PERFORM ENTER-BRANCH-STATUS.
           PERFORM ENTER-BRANCH-MANAGER.
           PERFORM WRITE-BRANCH-RECORD.
           PERFORM GET-NEW-BRANCH-NUMBER.


       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-3) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
               PERFORM ENTER-BRANCH-NAME
           ELSE
           IF WHICH-FIELD = 2
               PERFORM ENTER-BRANCH-STATUS
           ELSE
           IF WHICH-FIELD = 3
               PERFORM ENTER-BRANCH-MANAGER.

           PERFORM REWRITE-BRANCH-RECORD.

       INIT-BRANCH-RECORD.
           MOVE SPACE TO BRANCH-MASTER-RECORD.
           MOVE "A" TO BR-STATUS.
           MOVE ZERO TO BR-MANAGER-REP.
           MOVE ZERO TO BR-OVERRIDE-RATE.

       ENTER-BRANCH-NUMBER.
           DISPLAY " ".
           DISPLAY "   BRANCH NUMBER:  " BR-BRANCH-NUMBER.
           DISPLAY "1. NAME:           " BR-BRANCH-NAME.
           DISPLAY "2. STATUS (A/C):   " BR-STATUS.
           DISPLAY "3. MANAGER REP:    " BR-MANAGER-REP.
           DISPLAY "   OVERRIDE RATE:  " BR-OVERRIDE-RATE.

       ENTER-BRANCH-NAME.
           DISPLAY "ENTER THE BRANCH NAME".
           DISPLAY "YOU MUST ENTER A OR C".
           PERFORM ACCEPT-BRANCH-STATUS.

       ENTER-BRANCH-MANAGER.
           PERFORM ACCEPT-BRANCH-MANAGER.
           PERFORM RE-ACCEPT-BRANCH-MANAGER
               UNTIL MANAGER-FOUND = "Y".
           IF BR-MANAGER-REP = ZERO
               MOVE ZERO TO BR-OVERRIDE-RATE
           ELSE
               PERFORM ENTER-OVERRIDE-RATE.

       ACCEPT-BRANCH-MANAGER.
           DISPLAY "ENTER THE SALES REP WHO MANAGES THE BRANCH".
           DISPLAY "(2 DIGITS, 0 FOR NO MANAGER)".
           ACCEPT BR-MANAGER-REP.
           MOVE "Y" TO MANAGER-FOUND.
           IF BR-MANAGER-REP NOT = ZERO
               PERFORM READ-MANAGER-REP-RECORD.
           IF BR-MANAGER-REP NOT = ZERO
               AND MANAGER-FOUND = "Y" AND NOT REP-IS-ACTIVE
               DISPLAY "REP " RM-SALESREP-NUMBER " IS TERMINATED"
               MOVE "N" TO MANAGER-FOUND.
           IF BR-MANAGER-REP NOT = ZERO AND MANAGER-FOUND = "Y"
               DISPLAY "MANAGER: " RM-SALESREP-NAME.

       RE-ACCEPT-BRANCH-MANAGER.
           DISPLAY "NOT AN ACTIVE REP ON THE SALES REP MASTER - "
               "PLEASE RE-ENTER".
           PERFORM ACCEPT-BRANCH-MANAGER.

       ENTER-OVERRIDE-RATE.
           PERFORM ACCEPT-OVERRIDE-RATE.
           PERFORM RE-ACCEPT-OVERRIDE-RATE
               UNTIL BR-OVERRIDE-RATE NOT = ZERO.

       ACCEPT-OVERRIDE-RATE.
           DISPLAY "ENTER THE MANAGER'S OVERRIDE RATE ON THE".
           DISPLAY "BRANCH'S OTHER SALES (E.G. .0050 FOR 1/2%)".
           ACCEPT BR-OVERRIDE-RATE.

       RE-ACCEPT-OVERRIDE-RATE.
           DISPLAY "A MANAGER MUST HAVE AN OVERRIDE RATE".
           PERFORM ACCEPT-OVERRIDE-RATE.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       READ-MANAGER-REP-RECORD.
           MOVE BR-MANAGER-REP TO RM-SALESREP-NUMBER.
           MOVE "Y" TO MANAGER-FOUND.
           READ SALESREP-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO MANAGER-FOUND.

       WRITE-BRANCH-RECORD.
           WRITE BRANCH-MASTER-RECORD
               INVALID KEY
