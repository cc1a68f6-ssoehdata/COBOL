      * Fixed asset register
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FARPT01.
      *-------------------------------------------------------------
      * The fixed asset ledger off the asset master, in place of
      * the spreadsheet. One section per status - in service,
      * fully depreciated, waiting to be placed in service from
      * a capital voucher, and disposed - each listing the asset
      * with its location, in-service date, cost, depreciation
      * taken and book value, with a count and totals for the
      * section. Cost, depreciation and book value of the assets
      * in service and fully depreciated are totalled at the end
      * as the assets on the books, to tie to the GL asset and
      * accumulated depreciation accounts. Capital vouchers
      * marked NOT AN ASSET are left off.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLFA01.CBL".

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDFA01.CBL".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "WSPRNT01.CBL".

       77  ASSET-FILE-AT-END           PIC X.
       77  SECTION-STATUS              PIC X.
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  BOOK-VALUE                  PIC S9(9)V99.

       77  SECTION-COUNT               PIC 9(5).
       77  SECTION-COST                PIC S9(11)V99.
       77  SECTION-DEPRECIATION        PIC S9(11)V99.
       77  SECTION-BOOK-VALUE          PIC S9(11)V99.

       77  BOOKS-COUNT                 PIC 9(5) VALUE ZERO.
       77  BOOKS-COST                  PIC S9(11)V99 VALUE ZERO.
       77  BOOKS-DEPRECIATION          PIC S9(11)V99 VALUE ZERO.
       77  BOOKS-BOOK-VALUE            PIC S9(11)V99 VALUE ZERO.

       77  LINE-COUNT                  PIC 999 VALUE ZERO.
       77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES               PIC 999 VALUE 55.

       01  TITLE-LINE.
           05 FILLER                   PIC X(22) VALUE SPACE.
           05 FILLER                   PIC X(28)
              VALUE "FIXED ASSET REGISTER        ".
           05 PRINT-RUN-DATE           PIC 9(8).
           05 FILLER                   PIC X(9) VALUE SPACE.
           05 FILLER                   PIC X(5) VALUE "PAGE:".
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-PAGE-NUMBER        PIC ZZZ9.

       01  COLUMN-LINE.
           05 FILLER                   PIC X(7) VALUE "ASSET".
           05 FILLER                   PIC X(18) VALUE "DESCRIPTION".
           05 FILLER                   PIC X(11) VALUE "LOCATION".
           05 FILLER                   PIC X(9) VALUE "IN SERV".
           05 FILLER                   PIC X(12)
              VALUE "        COST".
           05 FILLER                   PIC X(12)
              VALUE "  ACCUM DEPR".
           05 FILLER                   PIC X(11)
              VALUE " BOOK VALUE".

       01  SECTION-LINE.
           05 PRINT-SECTION-TITLE      PIC X(40).

       01  DETAIL-LINE.
           05 PRINT-ASSET-NUMBER       PIC 9(6).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-DESCRIPTION        PIC X(17).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-LOCATION           PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-IN-SERVICE-DATE    PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-COST               PIC ZZZZZZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-DEPRECIATION       PIC ZZZZZZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-BOOK-VALUE         PIC ZZZZZZZ9.99.

       01  TOTAL-LINE.
           05 FILLER                   PIC X(5) VALUE SPACE.
           05 PRINT-TOTAL-LABEL        PIC X(26).
           05 PRINT-TOTAL-COUNT        PIC ZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-TOTAL-COST         PIC ZZZZZZZZZ9.99-.
           05 PRINT-TOTAL-DEPRECIATION PIC ZZZZZZZZZ9.99-.
           05 PRINT-TOTAL-BOOK-VALUE   PIC ZZZZZZZZZ9.99-.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN INPUT ASSET-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           MOVE "FARPT01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE ASSET-FILE.
           CLOSE PRINTER-FILE.

       MAIN-PROCESS.
           PERFORM START-NEW-PAGE.
           MOVE "IN SERVICE" TO PRINT-SECTION-TITLE.
           MOVE "A" TO SECTION-STATUS.
           PERFORM REPORT-ONE-SECTION.
           PERFORM ADD-TO-BOOKS-TOTAL.
           MOVE "FULLY DEPRECIATED" TO PRINT-SECTION-TITLE.
           MOVE "F" TO SECTION-STATUS.
           PERFORM REPORT-ONE-SECTION.
           PERFORM ADD-TO-BOOKS-TOTAL.
           MOVE "PENDING - NOT YET IN SERVICE" TO PRINT-SECTION-TITLE.
           MOVE "P" TO SECTION-STATUS.
           PERFORM REPORT-ONE-SECTION.
           MOVE "DISPOSED" TO PRINT-SECTION-TITLE.
           MOVE "D" TO SECTION-STATUS.
           PERFORM REPORT-ONE-SECTION.
           PERFORM PRINT-BOOKS-TOTAL.

      *-------------------------------------------------------------
      * One pass of the file per section, picking out the
      * assets in that section's status.
      *-------------------------------------------------------------
       REPORT-ONE-SECTION.
           MOVE ZEROES TO SECTION-COUNT.
           MOVE ZEROES TO SECTION-COST.
           MOVE ZEROES TO SECTION-DEPRECIATION.
           MOVE ZEROES TO SECTION-BOOK-VALUE.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SECTION-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE ZEROES TO FA-NUMBER.
           MOVE "N" TO ASSET-FILE-AT-END.
           START ASSET-FILE
               KEY NOT < FA-NUMBER
               INVALID KEY
                   MOVE "Y" TO ASSET-FILE-AT-END.
           PERFORM READ-NEXT-ASSET.
           PERFORM REPORT-ONE-ASSET
               UNTIL ASSET-FILE-AT-END = "Y".
           PERFORM PRINT-SECTION-TOTAL.

       READ-NEXT-ASSET.
           IF ASSET-FILE-AT-END NOT = "Y"
               READ ASSET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO ASSET-FILE-AT-END.

       REPORT-ONE-ASSET.
           IF FA-STATUS = SECTION-STATUS
               PERFORM PRINT-AN-ASSET.
           PERFORM READ-NEXT-ASSET.

       PRINT-AN-ASSET.
           COMPUTE BOOK-VALUE = FA-COST - FA-ACCUM-DEPRECIATION.
           MOVE SPACE TO DETAIL-LINE.
           MOVE FA-NUMBER TO PRINT-ASSET-NUMBER.
           MOVE FA-DESCRIPTION TO PRINT-DESCRIPTION.
           MOVE FA-LOCATION TO PRINT-LOCATION.
           MOVE FA-IN-SERVICE-DATE TO PRINT-IN-SERVICE-DATE.
           MOVE FA-COST TO PRINT-COST.
           MOVE FA-ACCUM-DEPRECIATION TO PRINT-DEPRECIATION.
           MOVE BOOK-VALUE TO PRINT-BOOK-VALUE.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEW-PAGE.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD 1 TO SECTION-COUNT.
           ADD FA-COST TO SECTION-COST.
           ADD FA-ACCUM-DEPRECIATION TO SECTION-DEPRECIATION.
           ADD BOOK-VALUE TO SECTION-BOOK-VALUE.

       PRINT-SECTION-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "ASSETS / TOTALS:          " TO PRINT-TOTAL-LABEL.
           MOVE SECTION-COUNT TO PRINT-TOTAL-COUNT.
           MOVE SECTION-COST TO PRINT-TOTAL-COST.
           MOVE SECTION-DEPRECIATION TO PRINT-TOTAL-DEPRECIATION.
           MOVE SECTION-BOOK-VALUE TO PRINT-TOTAL-BOOK-VALUE.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       ADD-TO-BOOKS-TOTAL.
           ADD SECTION-COUNT TO BOOKS-COUNT.
           ADD SECTION-COST TO BOOKS-COST.
           ADD SECTION-DEPRECIATION TO BOOKS-DEPRECIATION.
           ADD SECTION-BOOK-VALUE TO BOOKS-BOOK-VALUE.

       PRINT-BOOKS-TOTAL.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "ON THE BOOKS:             " TO PRINT-TOTAL-LABEL.
           MOVE BOOKS-COUNT TO PRINT-TOTAL-COUNT.
           MOVE BOOKS-COST TO PRINT-TOTAL-COST.
           MOVE BOOKS-DEPRECIATION TO PRINT-TOTAL-DEPRECIATION.
           MOVE BOOKS-BOOK-VALUE TO PRINT-TOTAL-BOOK-VALUE.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
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
