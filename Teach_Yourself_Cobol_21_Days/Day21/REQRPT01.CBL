      * Open purchase requisitions report
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQRPT01.
      *-------------------------------------------------------------
      * Every requisition nobody has finished with, in two
      * sections: those still waiting on their department's
      * approver in REQAPR01, and those approved but not yet
      * turned into a PO in REQCNV01. Each shows the
      * department, who asked, when, the date it is needed by
      * (flagged LATE once that has passed), the suggested
      * vendor, and the estimate, with a count and total per
      * section - purchasing's view of what is coming and where
      * it is stuck.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLREQ01.CBL".

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDREQ01.CBL".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "WSPRNT01.CBL".

       77  REQ-FILE-AT-END             PIC X.
       77  SECTION-STATUS              PIC X.
       77  TODAY-CCYYMMDD              PIC 9(8).

       77  SECTION-COUNT               PIC 9(5).
       77  SECTION-TOTAL               PIC S9(11)V99.

       77  LINE-COUNT                  PIC 999 VALUE ZERO.
       77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES               PIC 999 VALUE 55.

       01  TITLE-LINE.
           05 FILLER                   PIC X(20) VALUE SPACE.
           05 FILLER                   PIC X(30)
              VALUE "OPEN PURCHASE REQUISITIONS    ".
           05 PRINT-RUN-DATE           PIC 9(8).
           05 FILLER                   PIC X(9) VALUE SPACE.
           05 FILLER                   PIC X(5) VALUE "PAGE:".
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-PAGE-NUMBER        PIC ZZZ9.

       01  COLUMN-LINE.
           05 FILLER                   PIC X(6) VALUE "REQ NO".
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 FILLER                   PIC X(4) VALUE "DEPT".
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 FILLER                   PIC X(8) VALUE "ASKED BY".
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 FILLER                   PIC X(8) VALUE "ENTERED ".
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 FILLER                   PIC X(8) VALUE "NEED BY ".
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 FILLER                   PIC X(6) VALUE "VENDOR".
           05 FILLER                   PIC X(5) VALUE SPACE.
           05 FILLER                   PIC X(8) VALUE "ESTIMATE".

       01  SECTION-LINE.
           05 PRINT-SECTION-TITLE      PIC X(40).

       01  DETAIL-LINE.
           05 PRINT-REQ-NUMBER         PIC 9(6).
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-DEPARTMENT         PIC X(4).
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-REQUESTER          PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-ENTERED-DATE       PIC 9(8).
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-NEED-BY-DATE       PIC 9(8).
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-VENDOR             PIC ZZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-AMOUNT             PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-LATE-FLAG          PIC X(4).

       01  TOTAL-LINE.
           05 FILLER                   PIC X(5) VALUE SPACE.
           05 PRINT-TOTAL-LABEL        PIC X(26).
           05 PRINT-TOTAL-COUNT        PIC ZZZZ9.
           05 FILLER                   PIC X(3) VALUE SPACE.
           05 PRINT-TOTAL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN INPUT REQUISITION-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           MOVE "REQRPT01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE REQUISITION-FILE.
           CLOSE PRINTER-FILE.

       MAIN-PROCESS.
           PERFORM START-NEW-PAGE.
           MOVE "AWAITING DEPARTMENT APPROVAL" TO PRINT-SECTION-TITLE.
           MOVE "P" TO SECTION-STATUS.
           PERFORM REPORT-ONE-SECTION.
           MOVE "APPROVED - NOT YET ON A PO" TO PRINT-SECTION-TITLE.
           MOVE "A" TO SECTION-STATUS.
           PERFORM REPORT-ONE-SECTION.

      *-------------------------------------------------------------
      * One pass of the file per section, picking out the
      * requisitions in that section's status.
      *-------------------------------------------------------------
       REPORT-ONE-SECTION.
           MOVE ZEROES TO SECTION-COUNT.
           MOVE ZEROES TO SECTION-TOTAL.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SECTION-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE ZEROES TO REQ-NUMBER.
           MOVE "N" TO REQ-FILE-AT-END.
           START REQUISITION-FILE
               KEY NOT < REQ-NUMBER
               INVALID KEY
                   MOVE "Y" TO REQ-FILE-AT-END.
           PERFORM READ-NEXT-REQUISITION.
           PERFORM REPORT-ONE-REQUISITION
               UNTIL REQ-FILE-AT-END = "Y".
           PERFORM PRINT-SECTION-TOTAL.

       READ-NEXT-REQUISITION.
           IF REQ-FILE-AT-END NOT = "Y"
               READ REQUISITION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO REQ-FILE-AT-END.

       REPORT-ONE-REQUISITION.
           IF REQ-STATUS = SECTION-STATUS
               PERFORM PRINT-A-REQUISITION.
           PERFORM READ-NEXT-REQUISITION.

       PRINT-A-REQUISITION.
           MOVE SPACE TO DETAIL-LINE.
           MOVE REQ-NUMBER TO PRINT-REQ-NUMBER.
           MOVE REQ-DEPARTMENT TO PRINT-DEPARTMENT.
           MOVE REQ-REQUESTER TO PRINT-REQUESTER.
           MOVE REQ-ENTERED-DATE TO PRINT-ENTERED-DATE.
           MOVE REQ-NEED-BY-DATE TO PRINT-NEED-BY-DATE.
           MOVE REQ-VENDOR TO PRINT-VENDOR.
           MOVE REQ-ESTIMATED-AMOUNT TO PRINT-AMOUNT.
           IF REQ-NEED-BY-DATE < TODAY-CCYYMMDD
               MOVE "LATE" TO PRINT-LATE-FLAG.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEW-PAGE.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD 1 TO SECTION-COUNT.
           ADD REQ-ESTIMATED-AMOUNT TO SECTION-TOTAL.

       PRINT-SECTION-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "REQUISITIONS / ESTIMATE:  " TO PRINT-TOTAL-LABEL.
           MOVE SECTION-COUNT TO PRINT-TOTAL-COUNT.
           MOVE SECTION-TOTAL TO PRINT-TOTAL-AMOUNT.
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
