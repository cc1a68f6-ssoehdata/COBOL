      * Quarterly late-payment interest report
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATINT01.
      *-------------------------------------------------------------
      * What paying late cost us, off the late-interest history
      * the payment runs keep. For the paid-date range the
      * operator keys (the quarter), every interest voucher is
      * totaled twice - once by vendor, and once by the operator
      * who approved the voucher that went late, with the part
      * of it where the approval itself was only stamped after
      * the due date broken out as APPROVED LATE. A voucher that
      * never needed approval lands under (NONE). Grand totals
      * follow, and both sections foot to them.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLLIH01.CBL".

           COPY "SLVND02.CBL".

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDLIH01.CBL".

           COPY "FDVND04.CBL".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "WSPRNT01.CBL".

       77  LATE-FILE-AT-END            PIC X VALUE "N".
       77  FROM-DATE                   PIC 9(8).
       77  TO-DATE                     PIC 9(8).
       77  INTEREST-COUNT              PIC 9(5) VALUE ZERO.
       77  TOTAL-INTEREST              PIC S9(9)V99 VALUE ZERO.
       77  TOTAL-APPROVED-LATE         PIC S9(9)V99 VALUE ZERO.
       77  CURRENT-APPROVER            PIC X(8).

       77  VENDOR-COUNT                PIC 999 COMP VALUE ZERO.
       77  VENDOR-LIMIT                PIC 999 COMP VALUE 200.
       77  VENDOR-SUB                  PIC 999 COMP.
       77  VENDOR-HIT                  PIC X.

       77  APPROVER-COUNT              PIC 99 COMP VALUE ZERO.
       77  APPROVER-LIMIT              PIC 99 COMP VALUE 60.
       77  APPROVER-SUB                PIC 99 COMP.
       77  APPROVER-HIT                PIC X.

       01  VENDOR-TABLE.
           05 VENDOR-ENTRY OCCURS 200 TIMES.
              10 TABLE-VENDOR          PIC 9(5).
              10 TABLE-VENDOR-COUNT    PIC 9(5).
              10 TABLE-VENDOR-DAYS     PIC 9(7).
              10 TABLE-VENDOR-INTEREST PIC S9(9)V99.

       01  APPROVER-TABLE.
           05 APPROVER-ENTRY OCCURS 60 TIMES.
              10 TABLE-APPROVER        PIC X(8).
              10 TABLE-APPROVER-COUNT  PIC 9(5).
              10 TABLE-APPROVER-INTEREST PIC S9(9)V99.
              10 TABLE-APPROVER-LATE   PIC S9(9)V99.

       01  TITLE-LINE.
           05 FILLER                   PIC X(26)
              VALUE "LATE-PAYMENT INTEREST PAID".
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-FROM-DATE          PIC 9(8).
           05 FILLER                   PIC X(3) VALUE " - ".
           05 PRINT-TO-DATE            PIC 9(8).

       01  VENDOR-TITLE-LINE.
           05 FILLER                   PIC X(9) VALUE "BY VENDOR".

       01  VENDOR-COLUMN-LINE.
           05 FILLER                   PIC X(6) VALUE "VENDOR".
           05 FILLER                   PIC X(31) VALUE SPACE.
           05 FILLER                   PIC X(6) VALUE " COUNT".
           05 FILLER                   PIC X(9) VALUE " AVG DAYS".
           05 FILLER                   PIC X(15)
              VALUE "       INTEREST".

       01  VENDOR-DETAIL-LINE.
           05 PRINT-VENDOR             PIC 9(5).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-VENDOR-NAME        PIC X(30).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-VENDOR-COUNT       PIC ZZZZ9.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 PRINT-AVG-DAYS           PIC ZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-VENDOR-INTEREST    PIC ZZZ,ZZZ,ZZ9.99-.

       01  APPROVER-TITLE-LINE.
           05 FILLER                   PIC X(11) VALUE "BY APPROVER".

       01  APPROVER-COLUMN-LINE.
           05 FILLER                   PIC X(8) VALUE "APPROVER".
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 FILLER                   PIC X(6) VALUE " COUNT".
           05 FILLER                   PIC X(15)
              VALUE "       INTEREST".
           05 FILLER                   PIC X(15)
              VALUE "  APPROVED LATE".

       01  APPROVER-DETAIL-LINE.
           05 PRINT-APPROVER           PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-APPROVER-COUNT     PIC ZZZZZ9.
           05 PRINT-APPROVER-INTEREST  PIC ZZZ,ZZZ,ZZ9.99-.
           05 PRINT-APPROVER-LATE      PIC ZZZ,ZZZ,ZZ9.99-.

       01  TOTAL-LINE.
           05 FILLER                   PIC X(18)
              VALUE "INTEREST VOUCHERS:".
           05 PRINT-TOTAL-COUNT        PIC ZZZZZ9.
           05 FILLER                   PIC X(8) VALUE "  TOTAL ".
           05 PRINT-TOTAL-INTEREST     PIC ZZZ,ZZZ,ZZ9.99-.

       01  LATE-TOTAL-LINE.
           05 FILLER                   PIC X(32)
              VALUE "OF WHICH APPROVED AFTER DUE DATE".
           05 PRINT-TOTAL-LATE         PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN INPUT LATE-INTEREST-FILE.
           OPEN INPUT VENDOR-FILE.
           DISPLAY "ENTER THE QUARTER'S DATE RANGE.".
           DISPLAY "FROM (CCYYMMDD)?".
           ACCEPT FROM-DATE.
           DISPLAY "TO (CCYYMMDD)?".
           ACCEPT TO-DATE.
           MOVE "LATINT01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE LATE-INTEREST-FILE.
           CLOSE VENDOR-FILE.
           CLOSE PRINTER-FILE.

       MAIN-PROCESS.
           PERFORM PRINT-THE-HEADINGS.
           PERFORM READ-NEXT-LATE-INTEREST.
           PERFORM PROCESS-ALL-LATE-INTEREST
               UNTIL LATE-FILE-AT-END = "Y".
           PERFORM PRINT-THE-VENDORS.
           PERFORM PRINT-THE-APPROVERS.
           PERFORM PRINT-THE-TOTALS.

       READ-NEXT-LATE-INTEREST.
           READ LATE-INTEREST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LATE-FILE-AT-END.

       PROCESS-ALL-LATE-INTEREST.
           IF LATEINT-PAID-DATE NOT < FROM-DATE
               AND LATEINT-PAID-DATE NOT > TO-DATE
               PERFORM BUCKET-ONE-INTEREST.
           PERFORM READ-NEXT-LATE-INTEREST.

       BUCKET-ONE-INTEREST.
           ADD 1 TO INTEREST-COUNT.
           ADD LATEINT-AMOUNT TO TOTAL-INTEREST.
           IF LATEINT-APPROVAL-DATE > LATEINT-DUE-DATE
               ADD LATEINT-AMOUNT TO TOTAL-APPROVED-LATE.
           PERFORM BUCKET-BY-VENDOR.
           PERFORM BUCKET-BY-APPROVER.

       BUCKET-BY-VENDOR.
           MOVE "N" TO VENDOR-HIT.
           MOVE 1 TO VENDOR-SUB.
           PERFORM FIND-VENDOR-BUCKET
               UNTIL VENDOR-HIT = "Y"
                   OR VENDOR-SUB > VENDOR-COUNT.
           IF VENDOR-HIT = "Y"
               ADD 1 TO TABLE-VENDOR-COUNT (VENDOR-SUB)
               ADD LATEINT-DAYS-LATE TO TABLE-VENDOR-DAYS (VENDOR-SUB)
               ADD LATEINT-AMOUNT
                   TO TABLE-VENDOR-INTEREST (VENDOR-SUB)
           ELSE
               PERFORM ADD-VENDOR-BUCKET.

       FIND-VENDOR-BUCKET.
           IF TABLE-VENDOR (VENDOR-SUB) = LATEINT-VENDOR
               MOVE "Y" TO VENDOR-HIT
           ELSE
               ADD 1 TO VENDOR-SUB.

       ADD-VENDOR-BUCKET.
           IF VENDOR-COUNT = VENDOR-LIMIT
               DISPLAY "** VENDOR TABLE FULL **"
           ELSE
               ADD 1 TO VENDOR-COUNT
               MOVE VENDOR-COUNT TO VENDOR-SUB
               MOVE LATEINT-VENDOR TO TABLE-VENDOR (VENDOR-SUB)
               MOVE 1 TO TABLE-VENDOR-COUNT (VENDOR-SUB)
               MOVE LATEINT-DAYS-LATE
                   TO TABLE-VENDOR-DAYS (VENDOR-SUB)
               MOVE LATEINT-AMOUNT
                   TO TABLE-VENDOR-INTEREST (VENDOR-SUB).

       BUCKET-BY-APPROVER.
           IF LATEINT-APPROVED-BY = SPACES
               MOVE "(NONE)" TO CURRENT-APPROVER
           ELSE
               MOVE LATEINT-APPROVED-BY TO CURRENT-APPROVER.
           MOVE "N" TO APPROVER-HIT.
           MOVE 1 TO APPROVER-SUB.
           PERFORM FIND-APPROVER-BUCKET
               UNTIL APPROVER-HIT = "Y"
                   OR APPROVER-SUB > APPROVER-COUNT.
           IF APPROVER-HIT = "N"
               PERFORM ADD-APPROVER-BUCKET.
           IF APPROVER-HIT = "Y"
               ADD 1 TO TABLE-APPROVER-COUNT (APPROVER-SUB)
               ADD LATEINT-AMOUNT
                   TO TABLE-APPROVER-INTEREST (APPROVER-SUB)
               IF LATEINT-APPROVAL-DATE > LATEINT-DUE-DATE
                   ADD LATEINT-AMOUNT
                       TO TABLE-APPROVER-LATE (APPROVER-SUB).

       FIND-APPROVER-BUCKET.
           IF TABLE-APPROVER (APPROVER-SUB) = CURRENT-APPROVER
               MOVE "Y" TO APPROVER-HIT
           ELSE
               ADD 1 TO APPROVER-SUB.

       ADD-APPROVER-BUCKET.
           IF APPROVER-COUNT = APPROVER-LIMIT
               DISPLAY "** APPROVER TABLE FULL **"
           ELSE
               ADD 1 TO APPROVER-COUNT
               MOVE APPROVER-COUNT TO APPROVER-SUB
               MOVE CURRENT-APPROVER TO TABLE-APPROVER (APPROVER-SUB)
               MOVE ZEROES TO TABLE-APPROVER-COUNT (APPROVER-SUB)
               MOVE ZEROES TO TABLE-APPROVER-INTEREST (APPROVER-SUB)
               MOVE ZEROES TO TABLE-APPROVER-LATE (APPROVER-SUB)
               MOVE "Y" TO APPROVER-HIT.

       PRINT-THE-VENDORS.
           MOVE VENDOR-TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE VENDOR-COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE 1 TO VENDOR-SUB.
           PERFORM PRINT-ONE-VENDOR
               UNTIL VENDOR-SUB > VENDOR-COUNT.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-VENDOR.
           MOVE TABLE-VENDOR (VENDOR-SUB) TO VENDOR-NUMBER.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "** NOT ON FILE" TO VENDOR-NAME.
           MOVE SPACE TO VENDOR-DETAIL-LINE.
           MOVE TABLE-VENDOR (VENDOR-SUB) TO PRINT-VENDOR.
           MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
           MOVE TABLE-VENDOR-COUNT (VENDOR-SUB) TO PRINT-VENDOR-COUNT.
           COMPUTE PRINT-AVG-DAYS ROUNDED =
               TABLE-VENDOR-DAYS (VENDOR-SUB) /
                   TABLE-VENDOR-COUNT (VENDOR-SUB).
           MOVE TABLE-VENDOR-INTEREST (VENDOR-SUB)
               TO PRINT-VENDOR-INTEREST.
           MOVE VENDOR-DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD 1 TO VENDOR-SUB.

       PRINT-THE-APPROVERS.
           MOVE APPROVER-TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE APPROVER-COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE 1 TO APPROVER-SUB.
           PERFORM PRINT-ONE-APPROVER
               UNTIL APPROVER-SUB > APPROVER-COUNT.

       PRINT-ONE-APPROVER.
           MOVE SPACE TO APPROVER-DETAIL-LINE.
           MOVE TABLE-APPROVER (APPROVER-SUB) TO PRINT-APPROVER.
           MOVE TABLE-APPROVER-COUNT (APPROVER-SUB)
               TO PRINT-APPROVER-COUNT.
           MOVE TABLE-APPROVER-INTEREST (APPROVER-SUB)
               TO PRINT-APPROVER-INTEREST.
           MOVE TABLE-APPROVER-LATE (APPROVER-SUB)
               TO PRINT-APPROVER-LATE.
           MOVE APPROVER-DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD 1 TO APPROVER-SUB.

       PRINT-THE-HEADINGS.
           MOVE FROM-DATE TO PRINT-FROM-DATE.
           MOVE TO-DATE TO PRINT-TO-DATE.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE INTEREST-COUNT TO PRINT-TOTAL-COUNT.
           MOVE TOTAL-INTEREST TO PRINT-TOTAL-INTEREST.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE TOTAL-APPROVED-LATE TO PRINT-TOTAL-LATE.
           MOVE LATE-TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       WRITE-TO-PRINTER.
           WRITE PRINTER-RECORD.

           COPY "PLPRNT01.CBL".
