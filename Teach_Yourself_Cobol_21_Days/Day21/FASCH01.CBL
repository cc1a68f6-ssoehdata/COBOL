      * Fixed asset depreciation schedule
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FASCH01.
      *-------------------------------------------------------------
      * The depreciation still to come on every asset in
      * service, worked forward from what FADEP01 has taken so
      * far by the same PLDEPR01 rules it uses. Each asset shows
      * its method and life, the months of life left, next
      * month's charge, the depreciation over the next twelve
      * months, and the book value it will be left at, with
      * totals - the figures for next year's depreciation
      * budget. Nothing on the asset master is changed.
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

           COPY "WSDEPR01.CBL".

       77  ASSET-FILE-AT-END           PIC X.
       77  TODAY-CCYYMMDD              PIC 9(8).

       77  PROJECTION-MONTH            PIC 99.
       77  PROJECTION-MONTHS           PIC 99 VALUE 12.
       77  MONTHS-LEFT                 PIC S9(3).
       77  NEXT-MONTH-AMOUNT           PIC S9(9)V99.
       77  PROJECTED-AMOUNT            PIC S9(9)V99.

       77  ASSET-COUNT                 PIC 9(5) VALUE ZERO.
       77  NEXT-MONTH-TOTAL            PIC S9(11)V99 VALUE ZERO.
       77  PROJECTED-TOTAL             PIC S9(11)V99 VALUE ZERO.
       77  BOOK-VALUE-TOTAL            PIC S9(11)V99 VALUE ZERO.

       77  LINE-COUNT                  PIC 999 VALUE ZERO.
       77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES               PIC 999 VALUE 55.

       01  TITLE-LINE.
           05 FILLER                   PIC X(18) VALUE SPACE.
           05 FILLER                   PIC X(32)
              VALUE "FIXED ASSET DEPRECIATION SCHED. ".
           05 PRINT-RUN-DATE           PIC 9(8).
           05 FILLER                   PIC X(9) VALUE SPACE.
           05 FILLER                   PIC X(5) VALUE "PAGE:".
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-PAGE-NUMBER        PIC ZZZ9.

       01  COLUMN-LINE.
           05 FILLER                   PIC X(7) VALUE "ASSET".
           05 FILLER                   PIC X(19) VALUE "DESCRIPTION".
           05 FILLER                   PIC X(2) VALUE "M".
           05 FILLER                   PIC X(4) VALUE "LIFE".
           05 FILLER                   PIC X(4) VALUE "LEFT".
           05 FILLER                   PIC X(11)
              VALUE " NEXT MONTH".
           05 FILLER                   PIC X(12)
              VALUE "   NEXT 12MO".
           05 FILLER                   PIC X(12)
              VALUE "  BOOK AFTER".

       01  DETAIL-LINE.
           05 PRINT-ASSET-NUMBER       PIC 9(6).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-DESCRIPTION        PIC X(18).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-METHOD             PIC X.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-LIFE               PIC ZZ9.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-MONTHS-LEFT        PIC ZZ9.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-NEXT-MONTH         PIC ZZZZZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-PROJECTED          PIC ZZZZZZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-BOOK-VALUE         PIC ZZZZZZZ9.99.

       01  TOTAL-LINE.
           05 FILLER                   PIC X(5) VALUE SPACE.
           05 PRINT-TOTAL-LABEL        PIC X(20).
           05 PRINT-TOTAL-COUNT        PIC ZZZZ9.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 PRINT-TOTAL-NEXT-MONTH   PIC ZZZZZZZZZ9.99-.
           05 PRINT-TOTAL-PROJECTED    PIC ZZZZZZZZZ9.99-.
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
           MOVE "FASCH01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE ASSET-FILE.
           CLOSE PRINTER-FILE.

       MAIN-PROCESS.
           PERFORM START-NEW-PAGE.
           MOVE ZEROES TO FA-NUMBER.
           MOVE "N" TO ASSET-FILE-AT-END.
           START ASSET-FILE
               KEY NOT < FA-NUMBER
               INVALID KEY
                   MOVE "Y" TO ASSET-FILE-AT-END.
           PERFORM READ-NEXT-ASSET.
           PERFORM SCHEDULE-ONE-ASSET
               UNTIL ASSET-FILE-AT-END = "Y".
           PERFORM PRINT-THE-TOTALS.

       READ-NEXT-ASSET.
           IF ASSET-FILE-AT-END NOT = "Y"
               READ ASSET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO ASSET-FILE-AT-END.

       SCHEDULE-ONE-ASSET.
           IF FA-IS-ACTIVE
               PERFORM PRINT-AN-ASSET.
           PERFORM READ-NEXT-ASSET.

      *-------------------------------------------------------------
      * The months are taken on the record as read - the file
      * is open for input only, so none of it goes back.
      *-------------------------------------------------------------
       PRINT-AN-ASSET.
           COMPUTE MONTHS-LEFT =
               FA-LIFE-MONTHS - FA-MONTHS-DEPRECIATED.
           IF MONTHS-LEFT < ZERO
               MOVE ZEROES TO MONTHS-LEFT.
           PERFORM COMPUTE-MONTH-DEPRECIATION.
           MOVE DEPR-MONTH-AMOUNT TO NEXT-MONTH-AMOUNT.
           MOVE ZEROES TO PROJECTED-AMOUNT.
           MOVE 1 TO PROJECTION-MONTH.
           PERFORM PROJECT-ONE-MONTH
               UNTIL PROJECTION-MONTH > PROJECTION-MONTHS.

           MOVE SPACE TO DETAIL-LINE.
           MOVE FA-NUMBER TO PRINT-ASSET-NUMBER.
           MOVE FA-DESCRIPTION TO PRINT-DESCRIPTION.
           MOVE FA-METHOD TO PRINT-METHOD.
           MOVE FA-LIFE-MONTHS TO PRINT-LIFE.
           MOVE MONTHS-LEFT TO PRINT-MONTHS-LEFT.
           MOVE NEXT-MONTH-AMOUNT TO PRINT-NEXT-MONTH.
           MOVE PROJECTED-AMOUNT TO PRINT-PROJECTED.
           COMPUTE PRINT-BOOK-VALUE =
               FA-COST - FA-ACCUM-DEPRECIATION.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEW-PAGE.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD 1 TO ASSET-COUNT.
           ADD NEXT-MONTH-AMOUNT TO NEXT-MONTH-TOTAL.
           ADD PROJECTED-AMOUNT TO PROJECTED-TOTAL.
           COMPUTE BOOK-VALUE-TOTAL = BOOK-VALUE-TOTAL +
               FA-COST - FA-ACCUM-DEPRECIATION.

       PROJECT-ONE-MONTH.
           PERFORM DEPRECIATE-ONE-MONTH.
           ADD DEPR-MONTH-AMOUNT TO PROJECTED-AMOUNT.
           ADD 1 TO PROJECTION-MONTH.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "ASSETS IN SERVICE:  " TO PRINT-TOTAL-LABEL.
           MOVE ASSET-COUNT TO PRINT-TOTAL-COUNT.
           MOVE NEXT-MONTH-TOTAL TO PRINT-TOTAL-NEXT-MONTH.
           MOVE PROJECTED-TOTAL TO PRINT-TOTAL-PROJECTED.
           MOVE BOOK-VALUE-TOTAL TO PRINT-TOTAL-BOOK-VALUE.
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

           COPY "PLDEPR01.CBL".

           COPY "PLPRNT01.CBL".
