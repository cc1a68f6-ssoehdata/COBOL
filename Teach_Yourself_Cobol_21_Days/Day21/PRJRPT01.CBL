      * Project cost ledger report
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRJRPT01.
      *-------------------------------------------------------------
      * The full cost picture on every job, one line per cost
      * code on the project master: the budget for the life of
      * the job, what is committed on open POs (ordered less
      * received), what has actually been vouchered to it (the
      * archive of paid vouchers included, voids left out), how
      * much of that is still held back as retainage, what has
      * been paid, and the budget remaining after commitments
      * and actuals. Each job is subtotaled.
      * A bill charged to a job under a cost code that isn't on
      * the master (or under none) prints on a "*" line so it
      * is still in the job's totals. A RETREL01 release voucher
      * is only the holdback already costed on its source
      * vouchers coming due, so it is not counted again as
      * actual - what has been paid on it shows on its own line
      * and goes into the job's paid total.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLPRJ01.CBL".

           COPY "SLPO01.CBL".

           COPY "SLVOUCH.CBL".

           COPY "SLVARCH.CBL".

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDPRJ01.CBL".

           COPY "FDPO01.CBL".

           COPY "FDVOUCH.CBL".

           COPY "FDVARCH.CBL".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "WSPRNT01.CBL".

       77  PROJECT-FILE-AT-END         PIC X VALUE "N".
       77  PO-FILE-AT-END              PIC X VALUE "N".
       77  VOUCHER-FILE-AT-END         PIC X VALUE "N".
       77  ARCHIVE-FILE-AT-END         PIC X VALUE "N".
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  PO-OPEN-COMMITMENT          PIC S9(11)V99.

       77  PREVIOUS-PROJECT            PIC X(10).
       77  MATCH-PROJECT               PIC X(10).
       77  MATCH-COST-CODE             PIC X(4).
       77  COST-AMOUNT                 PIC S9(9)V99.
       77  PAID-AMOUNT                 PIC S9(9)V99.
       77  RETAINED-AMOUNT             PIC S9(9)V99.
       77  IS-RELEASE-VOUCHER          PIC X.

       77  ENTRY-COUNT                 PIC 9(3) COMP VALUE ZERO.
       77  ENTRY-LIMIT                 PIC 9(3) COMP VALUE 500.
       77  ENTRY-SUB                   PIC 9(3) COMP.
       77  ENTRY-HIT                   PIC X.
       77  TABLE-FULL-SHOWN            PIC X VALUE "N".

       77  LINE-COUNT                  PIC 999 VALUE ZERO.
       77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES               PIC 999 VALUE 55.

      *-------------------------------------------------------------
      * Every cost code on the master, in key order so a job's
      * codes sit together, each job followed by one OTHER entry
      * (cost code blank) that catches whatever is charged to
      * the job under a code the master doesn't have. A search
      * for project + cost code therefore stops at the real
      * code if there is one, or falls through to the job's
      * OTHER entry; a project not on the master finds neither
      * and is left off the report.
      *-------------------------------------------------------------
       01  PROJECT-COST-TABLE.
           05 PROJECT-COST-ENTRY OCCURS 500 TIMES.
              10 TABLE-PROJECT         PIC X(10).
              10 TABLE-COST-CODE       PIC X(4).
              10 TABLE-ON-MASTER       PIC X.
                 88 TABLE-IS-OTHER     VALUE "N".
              10 TABLE-BUDGET          PIC S9(11)V99.
              10 TABLE-COMMITTED       PIC S9(11)V99.
              10 TABLE-ACTUAL          PIC S9(11)V99.
              10 TABLE-RETAINED        PIC S9(11)V99.
              10 TABLE-PAID            PIC S9(11)V99.
              10 TABLE-RELEASE-PAID    PIC S9(11)V99.

       01  PROJECT-TOTALS.
           05 PROJECT-TOTAL-BUDGET     PIC S9(11)V99.
           05 PROJECT-TOTAL-COMMITTED  PIC S9(11)V99.
           05 PROJECT-TOTAL-ACTUAL     PIC S9(11)V99.
           05 PROJECT-TOTAL-RETAINED   PIC S9(11)V99.
           05 PROJECT-TOTAL-PAID       PIC S9(11)V99.

       01  GRAND-TOTALS.
           05 GRAND-TOTAL-BUDGET       PIC S9(11)V99 VALUE ZERO.
           05 GRAND-TOTAL-COMMITTED    PIC S9(11)V99 VALUE ZERO.
           05 GRAND-TOTAL-ACTUAL       PIC S9(11)V99 VALUE ZERO.
           05 GRAND-TOTAL-RETAINED     PIC S9(11)V99 VALUE ZERO.
           05 GRAND-TOTAL-PAID         PIC S9(11)V99 VALUE ZERO.

       01  TITLE-LINE.
           05 FILLER                   PIC X(22) VALUE SPACE.
           05 FILLER                   PIC X(28)
              VALUE "PROJECT COST LEDGER         ".
           05 PRINT-RUN-DATE           PIC 9(8).
           05 FILLER                   PIC X(9) VALUE SPACE.
           05 FILLER                   PIC X(5) VALUE "PAGE:".
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-PAGE-NUMBER        PIC ZZZ9.

       01  COLUMN-LINE.
           05 FILLER                   PIC X(5) VALUE "CODE".
           05 FILLER                   PIC X(12) VALUE "      BUDGET".
           05 FILLER                   PIC X(12) VALUE "   COMMITTED".
           05 FILLER                   PIC X(12) VALUE "      ACTUAL".
           05 FILLER                   PIC X(12) VALUE "    RETAINED".
           05 FILLER                   PIC X(12) VALUE "        PAID".
           05 FILLER                   PIC X(12) VALUE "   REMAINING".

       01  PROJECT-LINE.
           05 FILLER                   PIC X(9) VALUE "PROJECT: ".
           05 PRINT-PROJECT            PIC X(10).

       01  DETAIL-LINE.
           05 PRINT-COST-CODE          PIC X(4).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-BUDGET             PIC ZZZZZZZ9.99-.
           05 PRINT-COMMITTED          PIC ZZZZZZZ9.99-.
           05 PRINT-ACTUAL             PIC ZZZZZZZ9.99-.
           05 PRINT-RETAINED           PIC ZZZZZZZ9.99-.
           05 PRINT-PAID               PIC ZZZZZZZ9.99-.
           05 PRINT-REMAINING          PIC ZZZZZZZ9.99-.

       01  RELEASE-LINE.
           05 FILLER                   PIC X(5) VALUE SPACE.
           05 PRINT-RELEASE-LABEL      PIC X(48).
           05 PRINT-RELEASE-PAID       PIC ZZZZZZZ9.99-.

       01  TOTAL-LINE.
           05 PRINT-TOTAL-LABEL        PIC X(5).
           05 PRINT-TOTAL-BUDGET       PIC ZZZZZZZ9.99-.
           05 PRINT-TOTAL-COMMITTED    PIC ZZZZZZZ9.99-.
           05 PRINT-TOTAL-ACTUAL       PIC ZZZZZZZ9.99-.
           05 PRINT-TOTAL-RETAINED     PIC ZZZZZZZ9.99-.
           05 PRINT-TOTAL-PAID         PIC ZZZZZZZ9.99-.
           05 PRINT-TOTAL-REMAINING    PIC ZZZZZZZ9.99-.

       01  FOOTNOTE-LINE.
           05 FILLER                   PIC X(50)
              VALUE "* CHARGED TO THE JOB, COST CODE NOT ON THE MASTER".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN INPUT PROJECT-FILE.
           OPEN INPUT PO-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-ARCHIVE-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           MOVE "PRJRPT01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE PROJECT-FILE.
           CLOSE PO-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-ARCHIVE-FILE.
           CLOSE PRINTER-FILE.

       MAIN-PROCESS.
           PERFORM LOAD-THE-PROJECT-MASTER.
           PERFORM TABLE-THE-COMMITMENTS.
           PERFORM TABLE-THE-VOUCHERS.
           PERFORM TABLE-THE-ARCHIVE.
           PERFORM START-NEW-PAGE.
           MOVE 1 TO ENTRY-SUB.
           PERFORM PRINT-ONE-PROJECT
               UNTIL ENTRY-SUB > ENTRY-COUNT.
           PERFORM PRINT-THE-GRAND-TOTALS.

      *****************************************************
      *   PASS 1 - THE PROJECT MASTER
      *****************************************************
       LOAD-THE-PROJECT-MASTER.
           MOVE SPACES TO PREVIOUS-PROJECT.
           PERFORM READ-NEXT-PROJECT.
           PERFORM TABLE-ONE-COST-CODE
               UNTIL PROJECT-FILE-AT-END = "Y".
           PERFORM ADD-OTHER-ENTRY.

       READ-NEXT-PROJECT.
           READ PROJECT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PROJECT-FILE-AT-END.

       TABLE-ONE-COST-CODE.
           IF PROJECT-CODE NOT = PREVIOUS-PROJECT
               PERFORM ADD-OTHER-ENTRY.
           MOVE PROJECT-CODE TO PREVIOUS-PROJECT.
           IF ENTRY-COUNT + 1 < ENTRY-LIMIT
               ADD 1 TO ENTRY-COUNT
               MOVE ENTRY-COUNT TO ENTRY-SUB
               PERFORM CLEAR-TABLE-ENTRY
               MOVE PROJECT-CODE TO TABLE-PROJECT (ENTRY-SUB)
               MOVE PROJECT-COST-CODE TO TABLE-COST-CODE (ENTRY-SUB)
               MOVE "Y" TO TABLE-ON-MASTER (ENTRY-SUB)
               MOVE PROJECT-BUDGET TO TABLE-BUDGET (ENTRY-SUB)
           ELSE
               PERFORM SHOW-TABLE-FULL.
           PERFORM READ-NEXT-PROJECT.

      *-------------------------------------------------------------
      * A job gets its OTHER entry once its last cost code is
      * tabled. Cost codes stop one short of the limit, so the
      * job the table filled on still has a slot for its own.
      *-------------------------------------------------------------
       ADD-OTHER-ENTRY.
           IF ENTRY-COUNT > ZERO
               IF TABLE-PROJECT (ENTRY-COUNT) = PREVIOUS-PROJECT
                   AND NOT TABLE-IS-OTHER (ENTRY-COUNT)
                   PERFORM APPEND-OTHER-ENTRY.

       APPEND-OTHER-ENTRY.
           ADD 1 TO ENTRY-COUNT.
           MOVE ENTRY-COUNT TO ENTRY-SUB.
           PERFORM CLEAR-TABLE-ENTRY.
           MOVE PREVIOUS-PROJECT TO TABLE-PROJECT (ENTRY-SUB).
           MOVE SPACES TO TABLE-COST-CODE (ENTRY-SUB).
           MOVE "N" TO TABLE-ON-MASTER (ENTRY-SUB).

       CLEAR-TABLE-ENTRY.
           MOVE ZEROES TO TABLE-BUDGET (ENTRY-SUB).
           MOVE ZEROES TO TABLE-COMMITTED (ENTRY-SUB).
           MOVE ZEROES TO TABLE-ACTUAL (ENTRY-SUB).
           MOVE ZEROES TO TABLE-RETAINED (ENTRY-SUB).
           MOVE ZEROES TO TABLE-PAID (ENTRY-SUB).
           MOVE ZEROES TO TABLE-RELEASE-PAID (ENTRY-SUB).

       SHOW-TABLE-FULL.
           IF TABLE-FULL-SHOWN = "N"
               DISPLAY "** PROJECT TABLE FULL - COST CODES FROM "
                   PROJECT-CODE " " PROJECT-COST-CODE
                   " ON NOT REPORTED **"
               MOVE "Y" TO TABLE-FULL-SHOWN.

       FIND-TABLE-ENTRY.
           MOVE "N" TO ENTRY-HIT.
           MOVE 1 TO ENTRY-SUB.
           PERFORM MATCH-TABLE-ENTRY
               UNTIL ENTRY-HIT = "Y"
                   OR ENTRY-SUB > ENTRY-COUNT.

       MATCH-TABLE-ENTRY.
           IF TABLE-PROJECT (ENTRY-SUB) = MATCH-PROJECT
               AND (TABLE-COST-CODE (ENTRY-SUB) = MATCH-COST-CODE
                   OR TABLE-IS-OTHER (ENTRY-SUB))
               MOVE "Y" TO ENTRY-HIT
           ELSE
               ADD 1 TO ENTRY-SUB.

      *****************************************************
      *   PASS 2 - OPEN PO COMMITMENTS
      *****************************************************
      *-------------------------------------------------------------
      * A blanket's own balance is not a commitment - its
      * releases are, and they carry the job like any other PO.
      *-------------------------------------------------------------
       TABLE-THE-COMMITMENTS.
           PERFORM READ-NEXT-PO.
           PERFORM TABLE-ONE-PO
               UNTIL PO-FILE-AT-END = "Y".

       READ-NEXT-PO.
           READ PO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PO-FILE-AT-END.

       TABLE-ONE-PO.
           IF PO-PROJECT NOT = SPACES
               AND PO-TAKES-RECEIPTS
               AND NOT PO-IS-BLANKET
               PERFORM POST-ONE-COMMITMENT.
           PERFORM READ-NEXT-PO.

       POST-ONE-COMMITMENT.
           COMPUTE PO-OPEN-COMMITMENT =
               PO-ORDERED-AMOUNT - PO-RECEIVED-AMOUNT.
           MOVE PO-PROJECT TO MATCH-PROJECT.
           MOVE PO-COST-CODE TO MATCH-COST-CODE.
           IF PO-OPEN-COMMITMENT > ZERO
               PERFORM FIND-TABLE-ENTRY
               IF ENTRY-HIT = "Y"
                   ADD PO-OPEN-COMMITMENT
                       TO TABLE-COMMITTED (ENTRY-SUB).

      *****************************************************
      *   PASS 3 - VOUCHERS, LIVE AND ARCHIVED
      *****************************************************
       TABLE-THE-VOUCHERS.
           PERFORM READ-NEXT-VOUCHER.
           PERFORM TABLE-ONE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".

       READ-NEXT-VOUCHER.
           READ VOUCHER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO VOUCHER-FILE-AT-END.

       TABLE-ONE-VOUCHER.
           IF VOUCHER-PROJECT NOT = SPACES
               AND VOUCHER-VOID-DATE = ZEROES
               PERFORM TABLE-PROJECT-VOUCHER.
           PERFORM READ-NEXT-VOUCHER.

       TABLE-PROJECT-VOUCHER.
           MOVE VOUCHER-PROJECT TO MATCH-PROJECT.
           MOVE VOUCHER-COST-CODE TO MATCH-COST-CODE.
           MOVE VOUCHER-AMOUNT TO COST-AMOUNT.
           MOVE VOUCHER-PAID-AMOUNT TO PAID-AMOUNT.
           MOVE ZEROES TO RETAINED-AMOUNT.
           IF NOT VOUCHER-RETAINAGE-RELEASED
               MOVE VOUCHER-RETAINED-AMOUNT TO RETAINED-AMOUNT.
           MOVE "N" TO IS-RELEASE-VOUCHER.
           IF VOUCHER-INVOICE(1:7) = "RETREL-"
               MOVE "Y" TO IS-RELEASE-VOUCHER.
           PERFORM POST-ONE-COST.

       TABLE-THE-ARCHIVE.
           PERFORM READ-NEXT-ARCHIVE.
           PERFORM TABLE-ONE-ARCHIVE
               UNTIL ARCHIVE-FILE-AT-END = "Y".

       READ-NEXT-ARCHIVE.
           READ VOUCHER-ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ARCHIVE-FILE-AT-END.

       TABLE-ONE-ARCHIVE.
           IF ARCH-VOUCHER-PROJECT NOT = SPACES
               AND ARCH-VOUCHER-VOID-DATE = ZEROES
               PERFORM TABLE-PROJECT-ARCHIVE.
           PERFORM READ-NEXT-ARCHIVE.

       TABLE-PROJECT-ARCHIVE.
           MOVE ARCH-VOUCHER-PROJECT TO MATCH-PROJECT.
           MOVE ARCH-VOUCHER-COST-CODE TO MATCH-COST-CODE.
           MOVE ARCH-VOUCHER-AMOUNT TO COST-AMOUNT.
           MOVE ARCH-VOUCHER-PAID-AMOUNT TO PAID-AMOUNT.
           MOVE ZEROES TO RETAINED-AMOUNT.
           IF ARCH-VOUCHER-RETAINAGE-REL NOT = "Y"
               MOVE ARCH-VOUCHER-RETAINED-AMOUNT TO RETAINED-AMOUNT.
           MOVE "N" TO IS-RELEASE-VOUCHER.
           IF ARCH-VOUCHER-INVOICE(1:7) = "RETREL-"
               MOVE "Y" TO IS-RELEASE-VOUCHER.
           PERFORM POST-ONE-COST.

       POST-ONE-COST.
           PERFORM FIND-TABLE-ENTRY.
           IF ENTRY-HIT = "Y"
               IF IS-RELEASE-VOUCHER = "Y"
                   ADD PAID-AMOUNT TO TABLE-RELEASE-PAID (ENTRY-SUB)
               ELSE
                   ADD COST-AMOUNT TO TABLE-ACTUAL (ENTRY-SUB)
                   ADD PAID-AMOUNT TO TABLE-PAID (ENTRY-SUB)
                   ADD RETAINED-AMOUNT TO TABLE-RETAINED (ENTRY-SUB).

      *****************************************************
      *   PRINTING - ONE JOB AT A TIME
      *****************************************************
       PRINT-ONE-PROJECT.
           MOVE TABLE-PROJECT (ENTRY-SUB) TO PREVIOUS-PROJECT.
           MOVE ZEROES TO PROJECT-TOTALS.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEW-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE PREVIOUS-PROJECT TO PRINT-PROJECT.
           MOVE PROJECT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM PRINT-ONE-COST-CODE
               UNTIL ENTRY-SUB > ENTRY-COUNT
                   OR TABLE-PROJECT (ENTRY-SUB) NOT = PREVIOUS-PROJECT.
           PERFORM PRINT-PROJECT-TOTAL.

       PRINT-ONE-COST-CODE.
           IF NOT TABLE-IS-OTHER (ENTRY-SUB)
               OR TABLE-COMMITTED (ENTRY-SUB) NOT = ZEROES
               OR TABLE-ACTUAL (ENTRY-SUB) NOT = ZEROES
               OR TABLE-RETAINED (ENTRY-SUB) NOT = ZEROES
               OR TABLE-PAID (ENTRY-SUB) NOT = ZEROES
               PERFORM PRINT-COST-CODE-LINE.
           IF TABLE-RELEASE-PAID (ENTRY-SUB) NOT = ZEROES
               PERFORM PRINT-RELEASE-LINE.
           PERFORM ADD-TO-PROJECT-TOTALS.
           ADD 1 TO ENTRY-SUB.

       PRINT-COST-CODE-LINE.
           MOVE SPACE TO DETAIL-LINE.
           IF TABLE-IS-OTHER (ENTRY-SUB)
               MOVE "*" TO PRINT-COST-CODE
           ELSE
               MOVE TABLE-COST-CODE (ENTRY-SUB) TO PRINT-COST-CODE.
           MOVE TABLE-BUDGET (ENTRY-SUB) TO PRINT-BUDGET.
           MOVE TABLE-COMMITTED (ENTRY-SUB) TO PRINT-COMMITTED.
           MOVE TABLE-ACTUAL (ENTRY-SUB) TO PRINT-ACTUAL.
           MOVE TABLE-RETAINED (ENTRY-SUB) TO PRINT-RETAINED.
           MOVE TABLE-PAID (ENTRY-SUB) TO PRINT-PAID.
           COMPUTE PRINT-REMAINING =
               TABLE-BUDGET (ENTRY-SUB) - TABLE-COMMITTED (ENTRY-SUB)
                   - TABLE-ACTUAL (ENTRY-SUB).
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEW-PAGE.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-RELEASE-LINE.
           MOVE SPACE TO RELEASE-LINE.
           MOVE "RETAINAGE RELEASED - PAID" TO PRINT-RELEASE-LABEL.
           MOVE TABLE-RELEASE-PAID (ENTRY-SUB) TO PRINT-RELEASE-PAID.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEW-PAGE.
           MOVE RELEASE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       ADD-TO-PROJECT-TOTALS.
           ADD TABLE-BUDGET (ENTRY-SUB) TO PROJECT-TOTAL-BUDGET.
           ADD TABLE-COMMITTED (ENTRY-SUB) TO PROJECT-TOTAL-COMMITTED.
           ADD TABLE-ACTUAL (ENTRY-SUB) TO PROJECT-TOTAL-ACTUAL.
           ADD TABLE-RETAINED (ENTRY-SUB) TO PROJECT-TOTAL-RETAINED.
           ADD TABLE-PAID (ENTRY-SUB) TO PROJECT-TOTAL-PAID.
           ADD TABLE-RELEASE-PAID (ENTRY-SUB) TO PROJECT-TOTAL-PAID.

       PRINT-PROJECT-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "JOB" TO PRINT-TOTAL-LABEL.
           MOVE PROJECT-TOTAL-BUDGET TO PRINT-TOTAL-BUDGET.
           MOVE PROJECT-TOTAL-COMMITTED TO PRINT-TOTAL-COMMITTED.
           MOVE PROJECT-TOTAL-ACTUAL TO PRINT-TOTAL-ACTUAL.
           MOVE PROJECT-TOTAL-RETAINED TO PRINT-TOTAL-RETAINED.
           MOVE PROJECT-TOTAL-PAID TO PRINT-TOTAL-PAID.
           COMPUTE PRINT-TOTAL-REMAINING =
               PROJECT-TOTAL-BUDGET - PROJECT-TOTAL-COMMITTED
                   - PROJECT-TOTAL-ACTUAL.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD PROJECT-TOTAL-BUDGET TO GRAND-TOTAL-BUDGET.
           ADD PROJECT-TOTAL-COMMITTED TO GRAND-TOTAL-COMMITTED.
           ADD PROJECT-TOTAL-ACTUAL TO GRAND-TOTAL-ACTUAL.
           ADD PROJECT-TOTAL-RETAINED TO GRAND-TOTAL-RETAINED.
           ADD PROJECT-TOTAL-PAID TO GRAND-TOTAL-PAID.

       PRINT-THE-GRAND-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "ALL" TO PRINT-TOTAL-LABEL.
           MOVE GRAND-TOTAL-BUDGET TO PRINT-TOTAL-BUDGET.
           MOVE GRAND-TOTAL-COMMITTED TO PRINT-TOTAL-COMMITTED.
           MOVE GRAND-TOTAL-ACTUAL TO PRINT-TOTAL-ACTUAL.
           MOVE GRAND-TOTAL-RETAINED TO PRINT-TOTAL-RETAINED.
           MOVE GRAND-TOTAL-PAID TO PRINT-TOTAL-PAID.
           COMPUTE PRINT-TOTAL-REMAINING =
               GRAND-TOTAL-BUDGET - GRAND-TOTAL-COMMITTED
                   - GRAND-TOTAL-ACTUAL.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE FOOTNOTE-LINE TO PRINTER-RECORD.
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
