      * IRS bulk TIN matching response and B-notices
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TINRSP01.
      *-------------------------------------------------------------
      * Reads back the IRS bulk TIN matching response (TINRESP) -
      * each line of TINSUB01's request with the IRS match
      * indicator added - and posts the answer to the vendor:
      *   0, 6, 7, 8  MATCHED
      *   1, 3        MISMATCHED (TIN missing, or name and TIN
      *               don't match)
      *   2           NOT ISSUED
      *   4, 5        an invalid or duplicate request - left
      *               SUBMITTED to go again next time.
      * A mismatched or not-issued vendor gets a B-notice case
      * (FDBNC01.CBL) unless one is already open for it: a first
      * notice, or a second one if an earlier case was opened
      * within the last three years, due back RESPONSE-DAYS from
      * today. Prints the results and then the B-notice letter
      * for every case opened today. BNCSWP01 watches the
      * deadlines from there.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLVND02.CBL".

           COPY "SLBNC01.CBL".

           SELECT TIN-RESPONSE-FILE
               ASSIGN TO "TINRESP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDVND04.CBL".

           COPY "FDBNC01.CBL".

       FD  TIN-RESPONSE-FILE
           LABEL RECORDS ARE OMITTED.
       01  TIN-RESPONSE-RECORD         PIC X(100).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "WSPRNT01.CBL".

       77  RESPONSE-FILE-AT-END        PIC X VALUE "N".
       77  BNOTICE-FILE-AT-END         PIC X.
       77  VENDOR-FOUND                PIC X.
       77  OPEN-CASE-FOUND             PIC X.
       77  PRIOR-CASE-FOUND            PIC X.
       77  PRIOR-FIRST-NOTICE-DATE     PIC 9(8).
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  LOOKBACK-DATE               PIC 9(8).
       77  DEADLINE-DATE               PIC 9(8).
       77  NEW-TIN-STATUS              PIC X.
       77  RESULT-TEXT                 PIC X(20).

      *-------------------------------------------------------------
      * Days the vendor has to answer a B-notice.
      *-------------------------------------------------------------
       77  RESPONSE-DAYS               PIC 9(3) VALUE 30.

       77  VENDORS-MATCHED             PIC 9(5) VALUE ZERO.
       77  VENDORS-MISMATCHED          PIC 9(5) VALUE ZERO.
       77  VENDORS-NOT-ISSUED          PIC 9(5) VALUE ZERO.
       77  REQUESTS-TO-RESEND          PIC 9(5) VALUE ZERO.
       77  LINES-NOT-MATCHED           PIC 9(5) VALUE ZERO.
       77  CASES-OPENED                PIC 9(5) VALUE ZERO.
       77  LETTERS-PRINTED             PIC 9(5) VALUE ZERO.

       01  RESPONSE-FIELDS.
           05 RSP-TIN-TYPE             PIC X.
           05 RSP-TIN                  PIC X(9).
           05 RSP-NAME                 PIC X(40).
           05 RSP-ACCOUNT              PIC X(20).
           05 RSP-INDICATOR            PIC X.

       01  TITLE-LINE.
           05 FILLER                   PIC X(30) VALUE
              "IRS TIN MATCHING RESULTS".
           05 FILLER                   PIC X(9) VALUE "RECEIVED ".
           05 PRINT-TODAY              PIC 9(8).

       01  COLUMN-LINE.
           05 FILLER                   PIC X(37) VALUE
              "VENDOR NAME".
           05 FILLER                   PIC X(12) VALUE "TAX ID".
           05 FILLER                   PIC X(20) VALUE "RESULT".

       01  DETAIL-LINE.
           05 PRINT-VENDOR             PIC 9(5).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-NAME               PIC X(30).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-TAX-ID             PIC X(11).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-RESULT             PIC X(20).

       01  CASE-LINE.
           05 FILLER                   PIC X(6) VALUE SPACE.
           05 PRINT-CASE-NOTICE        PIC X(16).
           05 FILLER                   PIC X(21) VALUE
              " B-NOTICE - ANSWER BY".
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-CASE-DEADLINE      PIC 9(8).

       01  COUNT-LINE.
           05 PRINT-COUNT-LABEL        PIC X(44).
           05 PRINT-COUNT              PIC ZZZZ9.

       01  LETTER-TEXT-1.
           05 FILLER                   PIC X(32) VALUE
              "BACKUP WITHHOLDING NOTICE".
           05 PRINT-LETTER-DATE        PIC 9(8).

       01  LETTER-CITY-LINE.
           05 PRINT-LETTER-CITY        PIC X(20).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-LETTER-STATE       PIC X(2).
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-LETTER-ZIP         PIC X(10).

       01  LETTER-NAME-LINE.
           05 FILLER                   PIC X(14) VALUE
              "    NAME:".
           05 PRINT-LETTER-NAME        PIC X(30).

       01  LETTER-TIN-LINE.
           05 FILLER                   PIC X(14) VALUE
              "    TIN:".
           05 PRINT-LETTER-TIN         PIC X(11).

       01  LETTER-DUE-LINE.
           05 PRINT-LETTER-DUE-TEXT    PIC X(44).
           05 PRINT-LETTER-DEADLINE    PIC 9(8).
           05 FILLER                   PIC X(1) VALUE ".".

       01  LETTER-REFERENCE-LINE.
           05 FILLER                   PIC X(10) VALUE "REFERENCE ".
           05 PRINT-LETTER-VENDOR      PIC 9(5).
           05 FILLER                   PIC X(1) VALUE "-".
           05 PRINT-LETTER-OPENED      PIC 9(8).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN I-O VENDOR-FILE.
           OPEN I-O BNOTICE-FILE.
           OPEN INPUT TIN-RESPONSE-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           COMPUTE LOOKBACK-DATE = TODAY-CCYYMMDD - 30000.
           COMPUTE DEADLINE-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TODAY-CCYYMMDD)
                       + RESPONSE-DAYS).
           MOVE "TINRSP01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE VENDOR-FILE.
           CLOSE BNOTICE-FILE.
           CLOSE TIN-RESPONSE-FILE.
           CLOSE PRINTER-FILE.
           DISPLAY CASES-OPENED " B-NOTICE CASE(S) OPENED, "
               LETTERS-PRINTED " LETTER(S) PRINTED".

       MAIN-PROCESS.
           PERFORM PRINT-THE-HEADINGS.
           PERFORM READ-NEXT-RESPONSE.
           PERFORM POST-ONE-RESPONSE
               UNTIL RESPONSE-FILE-AT-END = "Y".
           PERFORM PRINT-THE-TOTALS.
           IF CASES-OPENED NOT = ZERO
               PERFORM PRINT-THE-NOTICE-LETTERS.

       PRINT-THE-HEADINGS.
           MOVE TODAY-CCYYMMDD TO PRINT-TODAY.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       READ-NEXT-RESPONSE.
           READ TIN-RESPONSE-FILE
               AT END
                   MOVE "Y" TO RESPONSE-FILE-AT-END.

      *****************************************************
      *   POST THE ANSWERS
      *****************************************************
       POST-ONE-RESPONSE.
           MOVE SPACES TO RESPONSE-FIELDS.
           UNSTRING TIN-RESPONSE-RECORD DELIMITED BY ";"
               INTO RSP-TIN-TYPE RSP-TIN RSP-NAME
                    RSP-ACCOUNT RSP-INDICATOR.
           MOVE "N" TO VENDOR-FOUND.
           IF RSP-ACCOUNT (1:5) NUMERIC
               MOVE RSP-ACCOUNT (1:5) TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD.
           IF VENDOR-FOUND = "N"
               ADD 1 TO LINES-NOT-MATCHED
               DISPLAY "NO VENDOR FOR RESPONSE ACCOUNT "
                   RSP-ACCOUNT " - " RSP-NAME
           ELSE
               PERFORM POST-TO-THE-VENDOR.
           PERFORM READ-NEXT-RESPONSE.

       POST-TO-THE-VENDOR.
           PERFORM SORT-OUT-THE-INDICATOR.
           IF NEW-TIN-STATUS NOT = SPACE
               MOVE NEW-TIN-STATUS TO VENDOR-TIN-MATCH-STATUS
               MOVE TODAY-CCYYMMDD TO VENDOR-TIN-MATCH-DATE
               PERFORM REWRITE-VENDOR-RECORD.
           PERFORM PRINT-THE-RESULT.
           IF VENDOR-TIN-MISMATCHED OR VENDOR-TIN-NOT-ISSUED
               PERFORM OPEN-A-BNOTICE-CASE.

       SORT-OUT-THE-INDICATOR.
           MOVE SPACE TO NEW-TIN-STATUS.
           IF RSP-INDICATOR = "0" OR "6" OR "7" OR "8"
               MOVE "M" TO NEW-TIN-STATUS
               MOVE "MATCHED" TO RESULT-TEXT
               ADD 1 TO VENDORS-MATCHED
           ELSE
           IF RSP-INDICATOR = "1"
               MOVE "X" TO NEW-TIN-STATUS
               MOVE "TIN MISSING/INVALID" TO RESULT-TEXT
               ADD 1 TO VENDORS-MISMATCHED
           ELSE
           IF RSP-INDICATOR = "2"
               MOVE "N" TO NEW-TIN-STATUS
               MOVE "TIN NOT ISSUED" TO RESULT-TEXT
               ADD 1 TO VENDORS-NOT-ISSUED
           ELSE
           IF RSP-INDICATOR = "3"
               MOVE "X" TO NEW-TIN-STATUS
               MOVE "NAME/TIN MISMATCH" TO RESULT-TEXT
               ADD 1 TO VENDORS-MISMATCHED
           ELSE
           IF RSP-INDICATOR = "4"
               MOVE "INVALID - RESEND" TO RESULT-TEXT
               ADD 1 TO REQUESTS-TO-RESEND
           ELSE
           IF RSP-INDICATOR = "5"
               MOVE "DUPLICATE - RESEND" TO RESULT-TEXT
               ADD 1 TO REQUESTS-TO-RESEND
           ELSE
               MOVE "UNKNOWN INDICATOR" TO RESULT-TEXT
               ADD 1 TO REQUESTS-TO-RESEND.

       PRINT-THE-RESULT.
           MOVE VENDOR-NUMBER TO PRINT-VENDOR.
           MOVE RSP-NAME TO PRINT-NAME.
           MOVE VENDOR-TAX-ID TO PRINT-TAX-ID.
           MOVE RESULT-TEXT TO PRINT-RESULT.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *****************************************************
      *   B-NOTICE CASES
      *****************************************************
      *-------------------------------------------------------------
      * One case at a time per vendor - a mismatch reported
      * again while a case is open is already being worked.
      *-------------------------------------------------------------
       OPEN-A-BNOTICE-CASE.
           PERFORM LOOK-FOR-EARLIER-CASES.
           IF OPEN-CASE-FOUND = "Y"
               MOVE "      B-NOTICE CASE ALREADY OPEN - NO NEW NOTICE"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
           ELSE
               PERFORM WRITE-THE-NEW-CASE.

       LOOK-FOR-EARLIER-CASES.
           MOVE "N" TO OPEN-CASE-FOUND.
           MOVE "N" TO PRIOR-CASE-FOUND.
           MOVE VENDOR-NUMBER TO BNC-VENDOR.
           MOVE ZEROES TO BNC-OPENED-DATE.
           MOVE "N" TO BNOTICE-FILE-AT-END.
           START BNOTICE-FILE KEY NOT < BNC-KEY
               INVALID KEY
                   MOVE "Y" TO BNOTICE-FILE-AT-END.
           IF BNOTICE-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VENDOR-CASE.
           PERFORM LOOK-AT-ONE-CASE
               UNTIL BNOTICE-FILE-AT-END = "Y".

       READ-NEXT-VENDOR-CASE.
           READ BNOTICE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BNOTICE-FILE-AT-END.
           IF BNOTICE-FILE-AT-END NOT = "Y"
               IF BNC-VENDOR NOT = VENDOR-NUMBER
                   MOVE "Y" TO BNOTICE-FILE-AT-END.

       LOOK-AT-ONE-CASE.
           IF BNC-IS-OPEN OR BNC-IS-WITHHOLDING
               MOVE "Y" TO OPEN-CASE-FOUND.
           IF BNC-OPENED-DATE NOT < LOOKBACK-DATE AND
              PRIOR-CASE-FOUND = "N"
               MOVE "Y" TO PRIOR-CASE-FOUND
               MOVE BNC-FIRST-NOTICE-DATE TO PRIOR-FIRST-NOTICE-DATE.
           PERFORM READ-NEXT-VENDOR-CASE.

       WRITE-THE-NEW-CASE.
           MOVE SPACES TO BNOTICE-RECORD.
           MOVE VENDOR-NUMBER TO BNC-VENDOR.
           MOVE TODAY-CCYYMMDD TO BNC-OPENED-DATE.
           MOVE "O" TO BNC-STATUS.
           MOVE VENDOR-TIN-MATCH-STATUS TO BNC-REASON.
           MOVE VENDOR-TAX-ID TO BNC-TAX-ID.
           MOVE RSP-NAME TO BNC-NAME.
           IF PRIOR-CASE-FOUND = "Y"
               MOVE "2" TO BNC-NOTICE
               MOVE PRIOR-FIRST-NOTICE-DATE TO BNC-FIRST-NOTICE-DATE
               MOVE TODAY-CCYYMMDD TO BNC-SECOND-NOTICE-DATE
               MOVE "SECOND" TO PRINT-CASE-NOTICE
           ELSE
               MOVE "1" TO BNC-NOTICE
               MOVE TODAY-CCYYMMDD TO BNC-FIRST-NOTICE-DATE
               MOVE ZEROES TO BNC-SECOND-NOTICE-DATE
               MOVE "FIRST" TO PRINT-CASE-NOTICE.
           MOVE DEADLINE-DATE TO BNC-RESPONSE-DEADLINE.
           MOVE ZEROES TO BNC-BACKUP-START-DATE.
           MOVE ZEROES TO BNC-CLOSED-DATE.
           PERFORM WRITE-BNOTICE-RECORD.
           ADD 1 TO CASES-OPENED.
           MOVE DEADLINE-DATE TO PRINT-CASE-DEADLINE.
           MOVE CASE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "MATCHED" TO PRINT-COUNT-LABEL.
           MOVE VENDORS-MATCHED TO PRINT-COUNT.
           PERFORM PRINT-ONE-COUNT.
           MOVE "MISMATCHED" TO PRINT-COUNT-LABEL.
           MOVE VENDORS-MISMATCHED TO PRINT-COUNT.
           PERFORM PRINT-ONE-COUNT.
           MOVE "NOT ISSUED" TO PRINT-COUNT-LABEL.
           MOVE VENDORS-NOT-ISSUED TO PRINT-COUNT.
           PERFORM PRINT-ONE-COUNT.
           MOVE "TO BE SENT AGAIN" TO PRINT-COUNT-LABEL.
           MOVE REQUESTS-TO-RESEND TO PRINT-COUNT.
           PERFORM PRINT-ONE-COUNT.
           MOVE "NO VENDOR FOR THE ACCOUNT NUMBER" TO
               PRINT-COUNT-LABEL.
           MOVE LINES-NOT-MATCHED TO PRINT-COUNT.
           PERFORM PRINT-ONE-COUNT.
           MOVE "B-NOTICE CASES OPENED" TO PRINT-COUNT-LABEL.
           MOVE CASES-OPENED TO PRINT-COUNT.
           PERFORM PRINT-ONE-COUNT.

       PRINT-ONE-COUNT.
           MOVE COUNT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *****************************************************
      *   B-NOTICE LETTERS
      *****************************************************
      *-------------------------------------------------------------
      * One letter per case opened today, to the vendor's own
      * address, naming the name and number the IRS rejected.
      *-------------------------------------------------------------
       PRINT-THE-NOTICE-LETTERS.
           MOVE LOW-VALUES TO BNC-KEY.
           MOVE "N" TO BNOTICE-FILE-AT-END.
           START BNOTICE-FILE KEY NOT < BNC-KEY
               INVALID KEY
                   MOVE "Y" TO BNOTICE-FILE-AT-END.
           IF BNOTICE-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-CASE.
           PERFORM LETTER-ONE-CASE
               UNTIL BNOTICE-FILE-AT-END = "Y".

       READ-NEXT-CASE.
           READ BNOTICE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BNOTICE-FILE-AT-END.

       LETTER-ONE-CASE.
           IF BNC-IS-OPEN AND BNC-OPENED-DATE = TODAY-CCYYMMDD
               MOVE BNC-VENDOR TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD
               PERFORM PRINT-ONE-LETTER
               ADD 1 TO LETTERS-PRINTED.
           PERFORM READ-NEXT-CASE.

       PRINT-ONE-LETTER.
           PERFORM SCROLL-THE-PAPER.
           MOVE TODAY-CCYYMMDD TO PRINT-LETTER-DATE.
           MOVE LETTER-TEXT-1 TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF BNC-IS-SECOND-NOTICE
               MOVE "SECOND B-NOTICE" TO PRINTER-RECORD
           ELSE
               MOVE "FIRST B-NOTICE" TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE VENDOR-NAME TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE VENDOR-ADDRESS-1 TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF VENDOR-ADDRESS-2 NOT = SPACE
               MOVE VENDOR-ADDRESS-2 TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           MOVE VENDOR-CITY TO PRINT-LETTER-CITY.
           MOVE VENDOR-STATE TO PRINT-LETTER-STATE.
           MOVE VENDOR-ZIP TO PRINT-LETTER-ZIP.
           MOVE LETTER-CITY-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "THE INTERNAL REVENUE SERVICE HAS TOLD US THAT THE NAME"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "AND TAXPAYER IDENTIFICATION NUMBER WE HAVE FOR YOU ARE"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "NOT CORRECT:" TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE BNC-NAME TO PRINT-LETTER-NAME.
           MOVE LETTER-NAME-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE BNC-TAX-ID TO PRINT-LETTER-TIN.
           MOVE LETTER-TIN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF BNC-IS-SECOND-NOTICE
               PERFORM PRINT-SECOND-NOTICE-TEXT
           ELSE
               PERFORM PRINT-FIRST-NOTICE-TEXT.
           MOVE BNC-RESPONSE-DEADLINE TO PRINT-LETTER-DEADLINE.
           MOVE LETTER-DUE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "IF WE DO NOT HAVE IT BY THEN, THE LAW REQUIRES US TO"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "WITHHOLD 24 PERCENT OF EVERY PAYMENT WE MAKE TO YOU"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "AS BACKUP WITHHOLDING." TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE BNC-VENDOR TO PRINT-LETTER-VENDOR.
           MOVE BNC-OPENED-DATE TO PRINT-LETTER-OPENED.
           MOVE LETTER-REFERENCE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-FIRST-NOTICE-TEXT.
           MOVE "PLEASE COMPLETE, SIGN, AND RETURN THE ENCLOSED FORM"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "W-9 WITH YOUR CORRECT NAME AND NUMBER BY"
               TO PRINT-LETTER-DUE-TEXT.

       PRINT-SECOND-NOTICE-TEXT.
           MOVE "THIS IS THE SECOND TIME IN THREE YEARS THE IRS HAS"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "TOLD US THIS. A NEW FORM W-9 IS NOT ENOUGH - PLEASE"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "SEND US VALIDATION OF YOUR NUMBER FROM THE SOCIAL"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "SECURITY ADMINISTRATION (SSN) OR THE IRS (EIN)"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "BY" TO PRINT-LETTER-DUE-TEXT.

       SCROLL-THE-PAPER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER 5 TIMES.

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

       WRITE-BNOTICE-RECORD.
           WRITE BNOTICE-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING B-NOTICE RECORD".

       WRITE-TO-PRINTER.
           WRITE PRINTER-RECORD.

           COPY "PLPRNT01.CBL".
