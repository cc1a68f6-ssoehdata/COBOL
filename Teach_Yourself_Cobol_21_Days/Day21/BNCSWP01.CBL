      * Nightly B-notice deadline sweep
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNCSWP01.
      *-------------------------------------------------------------
      * The BATDRV01 step that works the B-notice cases TINRSP01
      * opens. For each case still open or withholding:
      *   - cured: a W-9 (first notice), or the SSA/IRS
      *     validation keyed into the same W-9 date (second
      *     notice), arrived after the notice went out - the
      *     case is closed, backup withholding comes off the
      *     vendor and its TIN goes back to be matched again;
      *   - missed: the answer is past due - backup withholding
      *     goes on the vendor from today (CHKPRT01 takes it from
      *     the next check) and a HIGH alert is posted.
      * Runs unattended; the step count is the number of cases
      * that changed.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLBNC01.CBL".

           COPY "SLVND02.CBL".

           COPY "SLALRT01.CBL".

           COPY "SLSTEPC.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDBNC01.CBL".

           COPY "FDVND04.CBL".

           COPY "FDALRT01.CBL".

           COPY "FDSTEPC.CBL".

       WORKING-STORAGE SECTION.

           COPY "WSALRT01.CBL".

       77  BNOTICE-FILE-AT-END         PIC X VALUE "N".
       77  VENDOR-FOUND                PIC X.
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  LAST-NOTICE-DATE            PIC 9(8).
       77  CASES-CURED                 PIC 9(5) VALUE ZERO.
       77  CASES-WITHHOLDING           PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN I-O BNOTICE-FILE.
           OPEN I-O VENDOR-FILE.
           OPEN I-O ALERT-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           MOVE "BNCSWP01" TO ALERT-POST-PROGRAM.

       CLOSING-PROCEDURE.
           CLOSE BNOTICE-FILE.
           CLOSE VENDOR-FILE.
           CLOSE ALERT-FILE.
           PERFORM WRITE-THE-STEP-COUNT.
           DISPLAY CASES-CURED " B-NOTICE CASE(S) CURED, "
               CASES-WITHHOLDING " PUT ON BACKUP WITHHOLDING".

       WRITE-THE-STEP-COUNT.
           OPEN OUTPUT STEP-COUNT-FILE.
           COMPUTE STEP-RECORD-COUNT =
               CASES-CURED + CASES-WITHHOLDING.
           WRITE STEP-COUNT-RECORD.
           CLOSE STEP-COUNT-FILE.

       MAIN-PROCESS.
           PERFORM READ-NEXT-CASE.
           PERFORM CHECK-ONE-CASE
               UNTIL BNOTICE-FILE-AT-END = "Y".

       READ-NEXT-CASE.
           READ BNOTICE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BNOTICE-FILE-AT-END.

       CHECK-ONE-CASE.
           IF BNC-IS-OPEN OR BNC-IS-WITHHOLDING
               PERFORM CHECK-ONE-LIVE-CASE.
           PERFORM READ-NEXT-CASE.

       CHECK-ONE-LIVE-CASE.
           MOVE BNC-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-FOUND = "N"
               DISPLAY "B-NOTICE CASE " BNC-VENDOR "-"
                   BNC-OPENED-DATE " HAS NO VENDOR"
           ELSE
               PERFORM CURE-OR-WITHHOLD.

      *-------------------------------------------------------------
      * Only paperwork received after the latest notice went out
      * answers it.
      *-------------------------------------------------------------
       CURE-OR-WITHHOLD.
           IF BNC-IS-SECOND-NOTICE
               MOVE BNC-SECOND-NOTICE-DATE TO LAST-NOTICE-DATE
           ELSE
               MOVE BNC-FIRST-NOTICE-DATE TO LAST-NOTICE-DATE.
           IF VENDOR-W9-ON-FILE-DATE > LAST-NOTICE-DATE
               PERFORM CURE-THE-CASE
           ELSE
           IF BNC-IS-OPEN AND
              TODAY-CCYYMMDD > BNC-RESPONSE-DEADLINE
               PERFORM START-BACKUP-WITHHOLDING.

       CURE-THE-CASE.
           MOVE "C" TO BNC-STATUS.
           MOVE TODAY-CCYYMMDD TO BNC-CLOSED-DATE.
           PERFORM REWRITE-BNOTICE-RECORD.
           MOVE "N" TO VENDOR-BACKUP-WITHHOLD.
           MOVE ZEROES TO VENDOR-BACKUP-WH-START.
           MOVE SPACE TO VENDOR-TIN-MATCH-STATUS.
           PERFORM REWRITE-VENDOR-RECORD.
           ADD 1 TO CASES-CURED.

       START-BACKUP-WITHHOLDING.
           MOVE "W" TO BNC-STATUS.
           MOVE TODAY-CCYYMMDD TO BNC-BACKUP-START-DATE.
           PERFORM REWRITE-BNOTICE-RECORD.
           MOVE "Y" TO VENDOR-BACKUP-WITHHOLD.
           MOVE TODAY-CCYYMMDD TO VENDOR-BACKUP-WH-START.
           PERFORM REWRITE-VENDOR-RECORD.
           MOVE "H" TO ALERT-POST-SEVERITY.
           MOVE SPACES TO ALERT-POST-MESSAGE.
           STRING "VENDOR " VENDOR-NUMBER
               " MISSED B-NOTICE - BACKUP W/H ON"
               DELIMITED BY SIZE
               INTO ALERT-POST-MESSAGE.
           PERFORM POST-AN-ALERT.
           ADD 1 TO CASES-WITHHOLDING.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO VENDOR-FOUND.

       REWRITE-VENDOR-RECORD.
           REWRITE VENDOR-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING VENDOR RECORD".

       REWRITE-BNOTICE-RECORD.
           REWRITE BNOTICE-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING B-NOTICE RECORD".

           COPY "PLALRT01.CBL".
