      * Stop payments requested but not yet confirmed
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STPOUT01.
      *-------------------------------------------------------------
      * The follow-up list for STPPAY01. Walks the check register
      * and lists every check still at "S" - a stop sent to the
      * bank that the bank hasn't answered - with the account it
      * drew on, the date the stop was requested, how many days
      * it has waited, the payee, amount and the reason given.
      * Until the bank confirms, the check can still clear and
      * VCHPAY01 won't reissue it, so anything that has waited
      * more than a few days is worth a phone call to the bank.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLCHKREG.CBL".

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDCHKREG.CBL".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "WSPRNT01.CBL".

       77  REGISTER-FILE-AT-END        PIC X VALUE "N".
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  DAYS-WAITING                PIC S9(5).
       77  PENDING-COUNT               PIC 9(5) VALUE ZERO.
       77  PENDING-TOTAL               PIC S9(11)V99 VALUE ZERO.

       01  TITLE-LINE.
           05 FILLER                   PIC X(41) VALUE
              "STOP PAYMENTS NOT YET CONFIRMED AS OF ".
           05 PRINT-RUN-DATE           PIC 9(8).

       01  COLUMN-LINE.
           05 FILLER                   PIC X(9) VALUE "CHECK".
           05 FILLER                   PIC X(4) VALUE "ACC".
           05 FILLER                   PIC X(9) VALUE "REQUESTD".
           05 FILLER                   PIC X(5) VALUE "DAYS".
           05 FILLER                   PIC X(23) VALUE "PAYEE".
           05 FILLER                   PIC X(15)
              VALUE "        AMOUNT".
           05 FILLER                   PIC X(6) VALUE "REASON".

       01  DETAIL-LINE.
           05 PRINT-CHECK-NO           PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-BANK-ACCOUNT       PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-REQUEST-DATE       PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-DAYS               PIC ZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-PAYEE              PIC X(22).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-AMOUNT             PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-REASON             PIC X(15).

       01  TOTAL-LINE.
           05 FILLER                   PIC X(24) VALUE
              "STOPS AWAITING THE BANK:".
           05 PRINT-PENDING-COUNT      PIC ZZZZ9.
           05 FILLER                   PIC X(20) VALUE SPACE.
           05 PRINT-PENDING-TOTAL      PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN INPUT CHECK-REGISTER-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           MOVE "STPOUT01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE CHECK-REGISTER-FILE.
           CLOSE PRINTER-FILE.
           DISPLAY PENDING-COUNT " STOP(S) AWAITING BANK CONFIRMATION".

       MAIN-PROCESS.
           PERFORM PRINT-THE-HEADINGS.
           PERFORM READ-NEXT-REGISTER.
           PERFORM PROCESS-ONE-CHECK
               UNTIL REGISTER-FILE-AT-END = "Y".
           PERFORM PRINT-THE-TOTAL.

       READ-NEXT-REGISTER.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO REGISTER-FILE-AT-END.

       PROCESS-ONE-CHECK.
           IF CHKREG-STOP-REQUESTED
               PERFORM LIST-ONE-STOP.
           PERFORM READ-NEXT-REGISTER.

       LIST-ONE-STOP.
           COMPUTE DAYS-WAITING =
               FUNCTION INTEGER-OF-DATE(TODAY-CCYYMMDD)
                   - FUNCTION INTEGER-OF-DATE(CHKREG-STOP-REQ-DATE).
           MOVE SPACE TO DETAIL-LINE.
           MOVE CHKREG-CHECK-NO TO PRINT-CHECK-NO.
           MOVE CHKREG-BANK-ACCOUNT TO PRINT-BANK-ACCOUNT.
           MOVE CHKREG-STOP-REQ-DATE TO PRINT-REQUEST-DATE.
           MOVE DAYS-WAITING TO PRINT-DAYS.
           MOVE CHKREG-PAYEE-NAME TO PRINT-PAYEE.
           MOVE CHKREG-AMOUNT TO PRINT-AMOUNT.
           MOVE CHKREG-STOP-REASON TO PRINT-REASON.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD 1 TO PENDING-COUNT.
           ADD CHKREG-AMOUNT TO PENDING-TOTAL.

       PRINT-THE-TOTAL.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE PENDING-COUNT TO PRINT-PENDING-COUNT.
           MOVE PENDING-TOTAL TO PRINT-PENDING-TOTAL.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-HEADINGS.
           MOVE TODAY-CCYYMMDD TO PRINT-RUN-DATE.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       WRITE-TO-PRINTER.
           WRITE PRINTER-RECORD.

           COPY "PLPRNT01.CBL".
