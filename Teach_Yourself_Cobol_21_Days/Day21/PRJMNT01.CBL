      * Project cost code budget maintenance
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRJMNT01.
      *-------------------------------------------------------------
      * Add, Change, Inquire and Delete for the project master,
      * in the pattern of BUDMNT01. A record is one cost code on
      * one job - what the cost code covers and its budget for
      * the life of the job. A job is set up by keying its cost
      * codes; POMNT01 and VCHMNT01 will only take a project and
      * cost code that are on file here.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLPRJ01.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDPRJ01.CBL".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 4.

       77  THE-MODE                    PIC X(7).
       77  RECORD-FOUND                PIC X.
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
           OPEN I-O PROJECT-FILE.

       CLOSING-PROCEDURE.
           CLOSE PROJECT-FILE.

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
           DISPLAY "           1. ADD PROJECT COST CODES".
           DISPLAY "           2. CHANGE A PROJECT COST CODE".
           DISPLAY "           3. LOOK UP A PROJECT COST CODE".
           DISPLAY "           4. DELETE A PROJECT COST CODE".
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
           PERFORM GET-NEW-PROJECT-KEY.
           PERFORM ADD-RECORDS
               UNTIL PROJECT-CODE = SPACES.

       GET-NEW-PROJECT-KEY.
           PERFORM ENTER-PROJECT-KEY.
           MOVE "Y" TO RECORD-FOUND.
           PERFORM FIND-NEW-PROJECT-RECORD
               UNTIL RECORD-FOUND = "N" OR
                   PROJECT-CODE = SPACES.

       FIND-NEW-PROJECT-RECORD.
           PERFORM READ-PROJECT-RECORD.
           IF RECORD-FOUND = "Y"
               DISPLAY "THAT PROJECT ALREADY HAS THAT COST CODE"
               PERFORM ENTER-PROJECT-KEY.

       ADD-RECORDS.
           PERFORM ENTER-PROJECT-DESCRIPTION.
           PERFORM ENTER-PROJECT-BUDGET.
           PERFORM WRITE-PROJECT-RECORD.
           PERFORM GET-NEW-PROJECT-KEY.

      *****************************************************
      *     KEY ENTRY - PROJECT AND COST CODE
      *****************************************************
       ENTER-PROJECT-KEY.
           PERFORM ENTER-PROJECT-CODE.
           IF PROJECT-CODE NOT = SPACES
               PERFORM ENTER-PROJECT-COST-CODE.

       ENTER-PROJECT-CODE.
           DISPLAY " ".
           DISPLAY "ENTER THE PROJECT TO " THE-MODE.
           DISPLAY "ENTER BLANK TO STOP ENTRY".
           MOVE SPACES TO PROJECT-CODE.
           ACCEPT PROJECT-CODE.
           INSPECT PROJECT-CODE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       ENTER-PROJECT-COST-CODE.
           PERFORM ACCEPT-PROJECT-COST-CODE.
           PERFORM RE-ACCEPT-PROJECT-COST-CODE
               UNTIL PROJECT-COST-CODE NOT = SPACES.

       ACCEPT-PROJECT-COST-CODE.
           DISPLAY "ENTER THE COST CODE".
           MOVE SPACES TO PROJECT-COST-CODE.
           ACCEPT PROJECT-COST-CODE.
           INSPECT PROJECT-COST-CODE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-PROJECT-COST-CODE.
           DISPLAY "A COST CODE MUST BE ENTERED".
           PERFORM ACCEPT-PROJECT-COST-CODE.

       ENTER-PROJECT-DESCRIPTION.
           DISPLAY "ENTER WHAT THE COST CODE COVERS".
           MOVE SPACES TO PROJECT-DESCRIPTION.
           ACCEPT PROJECT-DESCRIPTION.

       ENTER-PROJECT-BUDGET.
           DISPLAY "ENTER THE BUDGET FOR THE COST CODE".
           ACCEPT PROJECT-BUDGET.

      *****************************************************
      *                     CHANGE
      *****************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-PROJECT-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL PROJECT-CODE = SPACES.

       CHANGE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ENTER-PROJECT-DESCRIPTION.
           PERFORM ENTER-PROJECT-BUDGET.
           PERFORM REWRITE-PROJECT-RECORD.
           PERFORM GET-PROJECT-RECORD.

       GET-PROJECT-RECORD.
           PERFORM ENTER-PROJECT-KEY.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-PROJECT-RECORD
               UNTIL RECORD-FOUND = "Y" OR
                   PROJECT-CODE = SPACES.

       FIND-PROJECT-RECORD.
           PERFORM READ-PROJECT-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "NO SUCH COST CODE ON THAT PROJECT"
               PERFORM ENTER-PROJECT-KEY.

      ****************************************************
      *                    INQUIRE
      ****************************************************
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-PROJECT-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL PROJECT-CODE = SPACES.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-PROJECT-RECORD.

      *****************************************************
      *                     DELETE
      *****************************************************
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-PROJECT-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL PROJECT-CODE = SPACES.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-OK-TO-DELETE.
           IF OK-TO-DELETE = "Y"
               PERFORM DELETE-PROJECT-RECORD.
           PERFORM GET-PROJECT-RECORD.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS COST CODE (Y/N)?".
           ACCEPT OK-TO-DELETE.
           INSPECT OK-TO-DELETE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-OK-TO-DELETE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-DELETE.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "PROJECT    : " PROJECT-CODE.
           DISPLAY "COST CODE  : " PROJECT-COST-CODE.
           DISPLAY "COVERS     : " PROJECT-DESCRIPTION.
           DISPLAY "BUDGET     : " PROJECT-BUDGET.
           DISPLAY " ".

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-PROJECT-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ PROJECT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       WRITE-PROJECT-RECORD.
           WRITE PROJECT-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-PROJECT-RECORD.
           REWRITE PROJECT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PROJECT RECORD".

       DELETE-PROJECT-RECORD.
           DELETE PROJECT-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING PROJECT RECORD".
