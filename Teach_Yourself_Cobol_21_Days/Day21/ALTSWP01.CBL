      *   - vendors whose insurance certificate has expired, or
      *     expires within 30 days - MEDIUM;
      *   - an open fiscal period whose end falls within the
      *     next 5 days - LOW, the nudge to start the close;
      *   - every B-notice case still open (W-9 awaited) or
      *     withholding - MEDIUM, repeated nightly until
      *     BNCSWP01 closes it.
      * (A failed batch step posts its own HIGH alert straight
      * from BATDRV01 the moment it fails.) Runs unattended,
      * step count written for the job log.

           COPY "SLPERD01.CBL".

           COPY "SLBNC01.CBL".

           COPY "SLSTEPC.CBL".

       DATA DIVISION.

           COPY "FDPERD01.CBL".

           COPY "FDBNC01.CBL".

           COPY "FDSTEPC.CBL".

       WORKING-STORAGE SECTION.

       77  VENDOR-FILE-AT-END          PIC X VALUE "N".
       77  PERIOD-FILE-AT-END          PIC X VALUE "N".
       77  BNOTICE-FILE-AT-END         PIC X VALUE "N".
       77  CHECKPOINT-FOUND            PIC X.
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  CERT-WARN-DATE              PIC 9(8).
           OPEN INPUT CHECK-CHECKPOINT-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT PERIOD-FILE.
           OPEN INPUT BNOTICE-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           COMPUTE CERT-WARN-DATE =
               FUNCTION DATE-OF-INTEGER(
           CLOSE CHECK-CHECKPOINT-FILE.
           CLOSE VENDOR-FILE.
           CLOSE PERIOD-FILE.
           CLOSE BNOTICE-FILE.
           PERFORM WRITE-THE-STEP-COUNT.
           DISPLAY ALERTS-POSTED " ALERT(S) POSTED TO THE BOARD".

           PERFORM SWEEP-THE-CHECKPOINT.
           PERFORM SWEEP-THE-CERTIFICATES.
           PERFORM SWEEP-THE-PERIODS.
           PERFORM SWEEP-THE-BNOTICES.

      *****************************************************
      *        A CHECK RUN THAT DIED MID-STREAM
               PERFORM POST-AND-COUNT.
           PERFORM READ-NEXT-PERIOD.

      *****************************************************
      *        B-NOTICES STILL BEING WORKED
      *****************************************************
       SWEEP-THE-BNOTICES.
           PERFORM READ-NEXT-BNOTICE.
           PERFORM CHECK-ONE-BNOTICE
               UNTIL BNOTICE-FILE-AT-END = "Y".

       READ-NEXT-BNOTICE.
           READ BNOTICE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BNOTICE-FILE-AT-END.

       CHECK-ONE-BNOTICE.
           MOVE SPACES TO ALERT-POST-MESSAGE.
           IF BNC-IS-OPEN
               STRING "B-NOTICE OPEN: VENDOR " BNC-VENDOR
                   " W-9 DUE " BNC-RESPONSE-DEADLINE
                   DELIMITED BY SIZE
                   INTO ALERT-POST-MESSAGE
           ELSE
           IF BNC-IS-WITHHOLDING
               STRING "BACKUP WITHHOLDING: VENDOR " BNC-VENDOR
                   " SINCE " BNC-BACKUP-START-DATE
                   DELIMITED BY SIZE
                   INTO ALERT-POST-MESSAGE.
           IF ALERT-POST-MESSAGE NOT = SPACES
               MOVE "M" TO ALERT-POST-SEVERITY
               PERFORM POST-AND-COUNT.
           PERFORM READ-NEXT-BNOTICE.

       POST-AND-COUNT.
           PERFORM POST-AN-ALERT.
           ADD 1 TO ALERTS-POSTED.
