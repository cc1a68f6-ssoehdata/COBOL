      * Prepaid expense balance report
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPDRPT01.
      *-------------------------------------------------------------
      * What is still sitting in prepaid, schedule by schedule,
      * off the prepaid file. Each schedule shows its voucher,
      * vendor, the expense account it releases to, the amount,
      * what PPDREL01 has released so far, the balance left and
      * the months to go. Active schedules whose voucher has
      * been booked by GLAEXP01, and cancelled schedules whose
      * balance has not been reversed out yet, are the ones on
      * the books - their balances total to the figure that
      * ties to the GL prepaid account. Active schedules whose
      * voucher has not been exported yet are listed after,
      * apart from the tie, since the prepaid account hasn't
      * seen them. Completed schedules have nothing left and
      * are not listed.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLPPD01.CBL".

           COPY "SLVOUCH.CBL".

           COPY "SLCONTRL.CBL".

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDPPD01.CBL".

           COPY "FDVOUCH.CBL".

           COPY "FDCONTRL.CBL".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "WSPRNT01.CBL".

       77  PREPAID-FILE-AT-END         PIC X.
       77  SECTION-STATUS              PIC X.
       77  SCHEDULE-STATUS             PIC X.
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  BALANCE-AMOUNT              PIC S9(9)V99.
       77  MONTHS-LEFT                 PIC S9(3).
       77  TIE-ACCOUNT                 PIC 9(6).

       77  SECTION-COUNT               PIC 9(5).
       77  SECTION-AMOUNT              PIC S9(11)V99.
       77  SECTION-RELEASED            PIC S9(11)V99.
       77  SECTION-BALANCE             PIC S9(11)V99.

       77  BOOKS-COUNT                 PIC 9(5) VALUE ZERO.
       77  BOOKS-AMOUNT                PIC S9(11)V99 VALUE ZERO.
       77  BOOKS-RELEASED              PIC S9(11)V99 VALUE ZERO.
       77  BOOKS-BALANCE               PIC S9(11)V99 VALUE ZERO.

       77  LINE-COUNT                  PIC 999 VALUE ZERO.
       77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES               PIC 999 VALUE 55.

       01  TITLE-LINE.
           05 FILLER                   PIC X(20) VALUE SPACE.
           05 FILLER                   PIC X(30)
              VALUE "PREPAID EXPENSE BALANCES      ".
           05 PRINT-RUN-DATE           PIC 9(8).
           05 FILLER                   PIC X(9) VALUE SPACE.
           05 FILLER                   PIC X(5) VALUE "PAGE:".
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-PAGE-NUMBER        PIC ZZZ9.

       01  COLUMN-LINE.
           05 FILLER                   PIC X(8) VALUE "VOUCHER".
           05 FILLER                   PIC X(6) VALUE "VEND".
           05 FILLER                   PIC X(15) VALUE "DESCRIPTION".
           05 FILLER                   PIC X(6) VALUE "EXPENS".
           05 FILLER                   PIC X(13)
              VALUE "       AMOUNT".
           05 FILLER                   PIC X(13)
              VALUE "     RELEASED".
           05 FILLER                   PIC X(13)
              VALUE "      BALANCE".
           05 FILLER                   PIC X(5) VALUE " LEFT".

       01  SECTION-LINE.
           05 PRINT-SECTION-TITLE      PIC X(40).

       01  DETAIL-LINE.
           05 PRINT-VOUCHER-NUMBER     PIC 9(7).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-VENDOR             PIC 9(5).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-DESCRIPTION        PIC X(14).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-EXPENSE-ACCOUNT    PIC 9(6).
           05 PRINT-AMOUNT             PIC ZZZZZZZZ9.99-.
           05 PRINT-RELEASED           PIC ZZZZZZZZ9.99-.
           05 PRINT-BALANCE            PIC ZZZZZZZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-MONTHS-LEFT        PIC ZZ9.

       01  TOTAL-LINE.
           05 FILLER                   PIC X(5) VALUE SPACE.
           05 PRINT-TOTAL-LABEL        PIC X(24).
           05 PRINT-TOTAL-COUNT        PIC ZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-TOTAL-AMOUNT       PIC ZZZZZZZZ9.99-.
           05 PRINT-TOTAL-RELEASED     PIC ZZZZZZZZ9.99-.
           05 PRINT-TOTAL-BALANCE      PIC ZZZZZZZZ9.99-.

       01  TIE-LINE.
           05 FILLER                   PIC X(5) VALUE SPACE.
           05 FILLER                   PIC X(33)
              VALUE "TIES TO THE GL PREPAID ACCOUNT  ".
           05 PRINT-TIE-ACCOUNT        PIC 9(6).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN INPUT PREPAID-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT CONTROL-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL-RECORD.
           MOVE "PPDRPT01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       READ-CONTROL-RECORD.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-PREPAID-ACCOUNT.
           IF CONTROL-PREPAID-ACCOUNT NOT NUMERIC
               MOVE ZEROES TO CONTROL-PREPAID-ACCOUNT.
           MOVE CONTROL-PREPAID-ACCOUNT TO TIE-ACCOUNT.

       CLOSING-PROCEDURE.
           CLOSE PREPAID-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE CONTROL-FILE.
           CLOSE PRINTER-FILE.

       MAIN-PROCESS.
           PERFORM START-NEW-PAGE.
           MOVE "ACTIVE - ON THE BOOKS" TO PRINT-SECTION-TITLE.
           MOVE "A" TO SECTION-STATUS.
           PERFORM REPORT-ONE-SECTION.
           PERFORM ADD-TO-BOOKS-TOTAL.
           MOVE "CANCELLED - TO BE REVERSED" TO PRINT-SECTION-TITLE.
           MOVE "X" TO SECTION-STATUS.
           PERFORM REPORT-ONE-SECTION.
           PERFORM ADD-TO-BOOKS-TOTAL.
           PERFORM PRINT-BOOKS-TOTAL.
           MOVE "ACTIVE - VOUCHER NOT YET BOOKED"
               TO PRINT-SECTION-TITLE.
           MOVE "N" TO SECTION-STATUS.
           PERFORM REPORT-ONE-SECTION.

      *-------------------------------------------------------------
      * One pass of the file per section, picking out the
      * schedules in that section.
      *-------------------------------------------------------------
       REPORT-ONE-SECTION.
           MOVE ZEROES TO SECTION-COUNT.
           MOVE ZEROES TO SECTION-AMOUNT.
           MOVE ZEROES TO SECTION-RELEASED.
           MOVE ZEROES TO SECTION-BALANCE.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SECTION-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE ZEROES TO PPD-VOUCHER-NUMBER.
           MOVE "N" TO PREPAID-FILE-AT-END.
           START PREPAID-FILE
               KEY NOT < PPD-VOUCHER-NUMBER
               INVALID KEY
                   MOVE "Y" TO PREPAID-FILE-AT-END.
           PERFORM READ-NEXT-PREPAID.
           PERFORM REPORT-ONE-SCHEDULE
               UNTIL PREPAID-FILE-AT-END = "Y".
           PERFORM PRINT-SECTION-TOTAL.

       READ-NEXT-PREPAID.
           IF PREPAID-FILE-AT-END NOT = "Y"
               READ PREPAID-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO PREPAID-FILE-AT-END.

       REPORT-ONE-SCHEDULE.
           PERFORM SET-SCHEDULE-STATUS.
           IF SCHEDULE-STATUS = SECTION-STATUS
               PERFORM PRINT-A-SCHEDULE.
           PERFORM READ-NEXT-PREPAID.

      *-------------------------------------------------------------
      * An active schedule is on the books once its voucher's
      * booked side has been exported. A voucher no longer on
      * the voucher file has been paid and archived, so it was
      * booked long since.
      *-------------------------------------------------------------
       SET-SCHEDULE-STATUS.
           MOVE SPACE TO SCHEDULE-STATUS.
           IF PPD-IS-CANCELLED
               MOVE "X" TO SCHEDULE-STATUS
           ELSE
           IF PPD-IS-ACTIVE
               MOVE "A" TO SCHEDULE-STATUS
               PERFORM CHECK-VOUCHER-BOOKED.

       CHECK-VOUCHER-BOOKED.
           MOVE PPD-VOUCHER-NUMBER TO VOUCHER-NUMBER.
           READ VOUCHER-FILE RECORD
               INVALID KEY
                   MOVE 1 TO VOUCHER-GL-POSTED-DATE.
           IF VOUCHER-GL-POSTED-DATE = ZEROES
               MOVE "N" TO SCHEDULE-STATUS.

       PRINT-A-SCHEDULE.
           COMPUTE BALANCE-AMOUNT = PPD-AMOUNT - PPD-AMOUNT-RELEASED.
           COMPUTE MONTHS-LEFT = PPD-MONTHS - PPD-MONTHS-RELEASED.
           IF MONTHS-LEFT < ZERO
               MOVE ZEROES TO MONTHS-LEFT.
           IF PPD-IS-CANCELLED
               MOVE ZEROES TO MONTHS-LEFT.
           MOVE SPACE TO DETAIL-LINE.
           MOVE PPD-VOUCHER-NUMBER TO PRINT-VOUCHER-NUMBER.
           MOVE PPD-VENDOR TO PRINT-VENDOR.
           MOVE PPD-DESCRIPTION TO PRINT-DESCRIPTION.
           MOVE PPD-EXPENSE-ACCOUNT TO PRINT-EXPENSE-ACCOUNT.
           MOVE PPD-AMOUNT TO PRINT-AMOUNT.
           MOVE PPD-AMOUNT-RELEASED TO PRINT-RELEASED.
           MOVE BALANCE-AMOUNT TO PRINT-BALANCE.
           MOVE MONTHS-LEFT TO PRINT-MONTHS-LEFT.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEW-PAGE.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD 1 TO SECTION-COUNT.
           ADD PPD-AMOUNT TO SECTION-AMOUNT.
           ADD PPD-AMOUNT-RELEASED TO SECTION-RELEASED.
           ADD BALANCE-AMOUNT TO SECTION-BALANCE.

       PRINT-SECTION-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "SCHEDULES / TOTALS:     " TO PRINT-TOTAL-LABEL.
           MOVE SECTION-COUNT TO PRINT-TOTAL-COUNT.
           MOVE SECTION-AMOUNT TO PRINT-TOTAL-AMOUNT.
           MOVE SECTION-RELEASED TO PRINT-TOTAL-RELEASED.
           MOVE SECTION-BALANCE TO PRINT-TOTAL-BALANCE.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       ADD-TO-BOOKS-TOTAL.
           ADD SECTION-COUNT TO BOOKS-COUNT.
           ADD SECTION-AMOUNT TO BOOKS-AMOUNT.
           ADD SECTION-RELEASED TO BOOKS-RELEASED.
           ADD SECTION-BALANCE TO BOOKS-BALANCE.

       PRINT-BOOKS-TOTAL.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "IN PREPAID ON THE BOOKS:" TO PRINT-TOTAL-LABEL.
           MOVE BOOKS-COUNT TO PRINT-TOTAL-COUNT.
           MOVE BOOKS-AMOUNT TO PRINT-TOTAL-AMOUNT.
           MOVE BOOKS-RELEASED TO PRINT-TOTAL-RELEASED.
           MOVE BOOKS-BALANCE TO PRINT-TOTAL-BALANCE.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE TIE-ACCOUNT TO PRINT-TIE-ACCOUNT.
           MOVE TIE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
           MOVE TODAY-CCYYMMDD TO PRINT-RUN-DATE.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE ZERO TO LINE-COUNT.

       WRITE-TO-PRINTER.
           WRITE PRINTER-RECORD.
           ADD 1 TO LINE-COUNT.

           COPY "PLPRNT01.CBL".
