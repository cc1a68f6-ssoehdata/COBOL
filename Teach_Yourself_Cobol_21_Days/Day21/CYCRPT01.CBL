      * Voucher cycle-time report
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCRPT01.
      *-------------------------------------------------------------
      * Where the time goes between a vendor's invoice and our
      * payment, for the vouchers paid in an operator-keyed range
      * of dates (live and archived, voided vouchers and credit
      * memos left out). Each voucher's elapsed days are split
      * into stages:
      *   INV>ENT  invoice date to the day it was entered;
      *   ENT>APR  entered to approved (approved vouchers only);
      *   APR>PAY  approved to paid - or entered to paid when the
      *            voucher was under the threshold and needed no
      *            approval;
      *   DISPUTE  days it sat in dispute, to the resolution or,
      *            if never resolved, to payment;
      *   TOTAL    invoice date to paid.
      * A stage whose dates aren't on the voucher - an entry date
      * on a voucher keyed before VOUCHER-ENTERED-DATE existed -
      * is left out of that stage's average rather than counted
      * as zero. A date earlier than the one before it counts as
      * zero days.
      * The averages and the worst case of each stage print for
      * all vouchers, then by vendor, by entering operator and by
      * approver, with the share paid on or before the due date,
      * and the ten slowest vouchers close the report.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLVOUCH.CBL".

           COPY "SLVARCH.CBL".

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDVOUCH.CBL".

           COPY "FDVARCH.CBL".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "WSPRNT01.CBL".

           COPY "WSDATE01.CBL".

       77  VOUCHER-FILE-AT-END         PIC X.
       77  ARCHIVE-FILE-AT-END         PIC X.
       77  PERIOD-START                PIC 9(8).
       77  PERIOD-END                  PIC 9(8).
       77  VOUCHERS-MEASURED           PIC 9(7) VALUE ZERO.
       77  ENTRY-DATE-MISSING          PIC 9(7) VALUE ZERO.

       77  INVOICE-DAY-NO              PIC 9(7).
       77  ENTRY-DAY-NO                PIC 9(7).
       77  APPROVAL-DAY-NO             PIC 9(7).
       77  PAID-DAY-NO                 PIC 9(7).
       77  START-DAY-NO                PIC 9(7).
       77  END-DAY-NO                  PIC 9(7).
       77  STAGE-SUB                   PIC 9 COMP.
       77  VOUCHER-ON-TIME             PIC X.

      *-------------------------------------------------------------
      * This voucher's days in each stage, and whether the stage
      * could be measured at all.
      *-------------------------------------------------------------
       01  VOUCHER-STAGE-TABLE.
           05 VOUCHER-STAGE OCCURS 5 TIMES.
              10 STAGE-DAYS            PIC 9(5).
              10 STAGE-MEASURED        PIC X.

      *-------------------------------------------------------------
      * One entry per vendor, operator and approver, kept in key
      * order as they are found so the report comes out sorted.
      * The kind sorts the groups: 0 is the single all-vouchers
      * entry, 1 vendors, 2 entering operators, 3 approvers.
      *-------------------------------------------------------------
       77  CYCLE-COUNT                 PIC 9(4) COMP VALUE ZERO.
       77  CYCLE-LIMIT                 PIC 9(4) COMP VALUE 2000.
       77  C-SUB                       PIC 9(4) COMP.
       77  S-SUB                       PIC 9(4) COMP.
       77  KEY-REACHED                 PIC X.
       77  CYCLE-FOUND                 PIC X.
       77  PRINTED-KIND                PIC X.
       01  SEARCH-KEY.
           05 SEARCH-KIND              PIC X.
           05 SEARCH-ID                PIC X(8).
       77  SEARCH-VENDOR               PIC 9(5).

       01  CYCLE-TABLE.
           05 CYCLE-ENTRY OCCURS 2000 TIMES.
              10 CYCLE-KEY.
                 15 CYCLE-KIND         PIC X.
                 15 CYCLE-ID           PIC X(8).
              10 CYCLE-VOUCHERS        PIC 9(5).
              10 CYCLE-ON-TIME         PIC 9(5).
              10 CYCLE-WORST-VOUCHER   PIC 9(7).
              10 CYCLE-STAGE OCCURS 5 TIMES.
                 15 CYCLE-STAGE-DAYS   PIC 9(9).
                 15 CYCLE-STAGE-COUNT  PIC 9(5).
                 15 CYCLE-STAGE-WORST  PIC 9(5).

      *-------------------------------------------------------------
      * The ten slowest vouchers, slowest first.
      *-------------------------------------------------------------
       77  SLOW-COUNT                  PIC 99 COMP VALUE ZERO.
       77  SLOW-SUB                    PIC 99 COMP.
       77  SLOW-SHIFT                  PIC 99 COMP.
       01  SLOW-TABLE.
           05 SLOW-ENTRY OCCURS 10 TIMES.
              10 SLOW-DAYS             PIC 9(5).
              10 SLOW-VOUCHER          PIC 9(7).
              10 SLOW-VENDOR           PIC 9(5).
              10 SLOW-INVOICE-DATE     PIC 9(8).
              10 SLOW-ENTERED-DATE     PIC 9(8).
              10 SLOW-APPROVAL-DATE    PIC 9(8).
              10 SLOW-PAID-DATE        PIC 9(8).
              10 SLOW-DUE-DATE         PIC 9(8).

       01  TITLE-LINE.
           05 FILLER                   PIC X(35) VALUE
              "VOUCHER CYCLE TIME - VOUCHERS PAID".
           05 PRINT-PERIOD-START       PIC 9(8).
           05 FILLER                   PIC X(4) VALUE " TO ".
           05 PRINT-PERIOD-END         PIC 9(8).

       01  SECTION-LINE.
           05 FILLER                   PIC X(4) VALUE "*** ".
           05 PRINT-SECTION-NAME       PIC X(40).

       01  COLUMN-LINE.
           05 PRINT-COLUMN-ID          PIC X(9).
           05 FILLER                   PIC X(6) VALUE "VCHRS".
           05 FILLER                   PIC X(40) VALUE
              " INV>ENT ENT>APR APR>PAY DISPUTE   TOTAL".
           05 FILLER                   PIC X(8) VALUE " ON TIME".

       01  AVERAGE-LINE.
           05 PRINT-AVERAGE-ID         PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-VOUCHERS           PIC ZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-AVERAGE-ENTRY OCCURS 5 TIMES.
              10 FILLER                PIC X(2) VALUE SPACE.
              10 PRINT-AVERAGE         PIC ZZZ9.9.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 PRINT-ON-TIME            PIC ZZ9.
           05 FILLER                   PIC X(1) VALUE "%".

       01  WORST-LINE.
           05 FILLER                   PIC X(15) VALUE
              "  WORST".
           05 PRINT-WORST-ENTRY OCCURS 5 TIMES.
              10 FILLER                PIC X(3) VALUE SPACE.
              10 PRINT-WORST           PIC ZZZZ9.
           05 FILLER                   PIC X(6) VALUE "  VCHR".
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-WORST-VOUCHER      PIC 9(7).

       01  MISSING-LINE.
           05 PRINT-MISSING            PIC ZZZZZZ9.
           05 FILLER                   PIC X(50) VALUE
              " VOUCHER(S) WITH NO ENTRY DATE ON FILE".

       01  SLOW-COLUMN-LINE.
           05 FILLER                   PIC X(41) VALUE
              "VOUCHER VENDOR INVOICE  ENTERED  APPROVED".
           05 FILLER                   PIC X(24) VALUE
              "PAID     DUE        DAYS".

       01  SLOW-LINE.
           05 PRINT-SLOW-VOUCHER       PIC 9(7).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-SLOW-VENDOR        PIC 9(5).
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-SLOW-INVOICE-DATE  PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-SLOW-ENTERED-DATE  PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-SLOW-APPROVAL-DATE PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-SLOW-PAID-DATE     PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-SLOW-DUE-DATE      PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-SLOW-DAYS          PIC ZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-SLOW-LATE          PIC X(4).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-ARCHIVE-FILE.
           PERFORM GET-THE-PERIOD.
           MOVE "CYCRPT01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-ARCHIVE-FILE.
           CLOSE PRINTER-FILE.
           DISPLAY VOUCHERS-MEASURED " PAID VOUCHER(S) MEASURED".

       MAIN-PROCESS.
           PERFORM WALK-THE-VOUCHERS.
           PERFORM PRINT-THE-HEADINGS.
           MOVE SPACE TO PRINTED-KIND.
           MOVE 1 TO C-SUB.
           PERFORM PRINT-ONE-CYCLE-ENTRY
               UNTIL C-SUB > CYCLE-COUNT.
           PERFORM PRINT-THE-SLOWEST.

       GET-THE-PERIOD.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "FIRST PAID DATE TO REPORT (MM/DD/CCYY)"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO PERIOD-START.
           PERFORM ENTER-PERIOD-END.
           PERFORM RE-ENTER-PERIOD-END
               UNTIL PERIOD-END NOT < PERIOD-START.

       ENTER-PERIOD-END.
           MOVE "LAST PAID DATE TO REPORT (MM/DD/CCYY)"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO PERIOD-END.

       RE-ENTER-PERIOD-END.
           DISPLAY "THE LAST DATE CANNOT BE BEFORE THE FIRST".
           PERFORM ENTER-PERIOD-END.

      *****************************************************
      *        THE PAID VOUCHERS - LIVE FILE, THEN ARCHIVE
      *****************************************************
       WALK-THE-VOUCHERS.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           MOVE ZEROES TO VOUCHER-NUMBER.
           START VOUCHER-FILE KEY NOT < VOUCHER-NUMBER
               INVALID KEY
                   MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VOUCHER.
           PERFORM CONSIDER-ONE-LIVE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".
           MOVE "N" TO ARCHIVE-FILE-AT-END.
           MOVE ZEROES TO ARCH-VOUCHER-NUMBER.
           START VOUCHER-ARCHIVE-FILE KEY NOT < ARCH-VOUCHER-NUMBER
               INVALID KEY
                   MOVE "Y" TO ARCHIVE-FILE-AT-END.
           IF ARCHIVE-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-ARCHIVE.
           PERFORM CONSIDER-ONE-ARCHIVED-VOUCHER
               UNTIL ARCHIVE-FILE-AT-END = "Y".

       READ-NEXT-VOUCHER.
           READ VOUCHER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO VOUCHER-FILE-AT-END.

       READ-NEXT-ARCHIVE.
           READ VOUCHER-ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ARCHIVE-FILE-AT-END.

       CONSIDER-ONE-LIVE-VOUCHER.
           PERFORM CONSIDER-ONE-VOUCHER.
           PERFORM READ-NEXT-VOUCHER.

      *-------------------------------------------------------------
      * The archive record mirrors the voucher record field for
      * field, so an archived voucher is moved across and
      * measured exactly as a live one.
      *-------------------------------------------------------------
       CONSIDER-ONE-ARCHIVED-VOUCHER.
           MOVE ARCHIVE-VOUCHER-RECORD TO VOUCHER-RECORD.
           PERFORM CONSIDER-ONE-VOUCHER.
           PERFORM READ-NEXT-ARCHIVE.

       CONSIDER-ONE-VOUCHER.
           IF VOUCHER-PAID-DATE NOT < PERIOD-START
              AND VOUCHER-PAID-DATE NOT > PERIOD-END
              AND VOUCHER-VOID-DATE = ZEROES
              AND NOT VOUCHER-IS-CREDIT-MEMO
               PERFORM MEASURE-ONE-VOUCHER.

       MEASURE-ONE-VOUCHER.
           ADD 1 TO VOUCHERS-MEASURED.
           PERFORM TIME-THE-STAGES.
           MOVE "N" TO VOUCHER-ON-TIME.
           IF VOUCHER-PAID-DATE NOT > VOUCHER-DUE
               MOVE "Y" TO VOUCHER-ON-TIME.
           MOVE "0" TO SEARCH-KIND.
           MOVE "ALL" TO SEARCH-ID.
           PERFORM POST-TO-ONE-GROUP.
           MOVE "1" TO SEARCH-KIND.
           MOVE VOUCHER-VENDOR TO SEARCH-VENDOR.
           MOVE SEARCH-VENDOR TO SEARCH-ID.
           PERFORM POST-TO-ONE-GROUP.
           MOVE "2" TO SEARCH-KIND.
           MOVE VOUCHER-ENTERED-BY TO SEARCH-ID.
           IF SEARCH-ID = SPACES
               MOVE "UNKNOWN" TO SEARCH-ID.
           PERFORM POST-TO-ONE-GROUP.
           IF VOUCHER-IS-APPROVED
               MOVE "3" TO SEARCH-KIND
               MOVE VOUCHER-APPROVED-BY TO SEARCH-ID
               PERFORM POST-TO-ONE-GROUP.
           IF STAGE-MEASURED (5) = "Y"
               PERFORM KEEP-THE-SLOWEST.

      *-------------------------------------------------------------
      * Dates become day numbers so the differences are plain
      * subtraction; a zero date leaves its day number zero, and
      * any stage that needs it unmeasured.
      *-------------------------------------------------------------
       TIME-THE-STAGES.
           MOVE ZEROES TO INVOICE-DAY-NO ENTRY-DAY-NO
                          APPROVAL-DAY-NO PAID-DAY-NO.
           IF VOUCHER-DATE NOT = ZEROES
               COMPUTE INVOICE-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(VOUCHER-DATE).
           IF VOUCHER-ENTERED-DATE NOT = ZEROES
               COMPUTE ENTRY-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(VOUCHER-ENTERED-DATE)
           ELSE
               ADD 1 TO ENTRY-DATE-MISSING.
           IF VOUCHER-IS-APPROVED
              AND VOUCHER-APPROVAL-DATE NOT = ZEROES
               COMPUTE APPROVAL-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(VOUCHER-APPROVAL-DATE).
           COMPUTE PAID-DAY-NO =
               FUNCTION INTEGER-OF-DATE(VOUCHER-PAID-DATE).
           MOVE INVOICE-DAY-NO TO START-DAY-NO.
           MOVE ENTRY-DAY-NO TO END-DAY-NO.
           MOVE 1 TO STAGE-SUB.
           PERFORM TIME-ONE-STAGE.
           MOVE ENTRY-DAY-NO TO START-DAY-NO.
           MOVE APPROVAL-DAY-NO TO END-DAY-NO.
           MOVE 2 TO STAGE-SUB.
           PERFORM TIME-ONE-STAGE.
           IF APPROVAL-DAY-NO NOT = ZEROES
               MOVE APPROVAL-DAY-NO TO START-DAY-NO
           ELSE
               MOVE ENTRY-DAY-NO TO START-DAY-NO.
           MOVE PAID-DAY-NO TO END-DAY-NO.
           MOVE 3 TO STAGE-SUB.
           PERFORM TIME-ONE-STAGE.
           MOVE ZEROES TO START-DAY-NO.
           MOVE ZEROES TO END-DAY-NO.
           IF VOUCHER-DISPUTE-DATE NOT = ZEROES
               PERFORM FIND-THE-DISPUTE-SPAN.
           MOVE 4 TO STAGE-SUB.
           PERFORM TIME-ONE-STAGE.
           MOVE INVOICE-DAY-NO TO START-DAY-NO.
           MOVE PAID-DAY-NO TO END-DAY-NO.
           MOVE 5 TO STAGE-SUB.
           PERFORM TIME-ONE-STAGE.

       FIND-THE-DISPUTE-SPAN.
           COMPUTE START-DAY-NO =
               FUNCTION INTEGER-OF-DATE(VOUCHER-DISPUTE-DATE).
           IF VOUCHER-RESOLVED-DATE NOT = ZEROES
               COMPUTE END-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(VOUCHER-RESOLVED-DATE)
           ELSE
               MOVE PAID-DAY-NO TO END-DAY-NO.

       TIME-ONE-STAGE.
           MOVE ZEROES TO STAGE-DAYS (STAGE-SUB).
           MOVE "N" TO STAGE-MEASURED (STAGE-SUB).
           IF START-DAY-NO NOT = ZEROES
              AND END-DAY-NO NOT = ZEROES
               MOVE "Y" TO STAGE-MEASURED (STAGE-SUB)
               IF END-DAY-NO > START-DAY-NO
                   COMPUTE STAGE-DAYS (STAGE-SUB) =
                       END-DAY-NO - START-DAY-NO.

      *-------------------------------------------------------------
      * Find the group's entry, or open one in key order by
      * moving the higher entries down a slot.
      *-------------------------------------------------------------
       POST-TO-ONE-GROUP.
           PERFORM FIND-THE-CYCLE-ENTRY.
           IF CYCLE-FOUND = "Y"
               PERFORM ADD-TO-THE-CYCLE-ENTRY.

       FIND-THE-CYCLE-ENTRY.
           MOVE "N" TO KEY-REACHED.
           MOVE 1 TO C-SUB.
           PERFORM STEP-PAST-LOWER-KEYS
               UNTIL KEY-REACHED = "Y"
                   OR C-SUB > CYCLE-COUNT.
           MOVE "Y" TO CYCLE-FOUND.
           IF C-SUB > CYCLE-COUNT
               PERFORM OPEN-A-CYCLE-ENTRY
           ELSE
           IF CYCLE-KEY (C-SUB) NOT = SEARCH-KEY
               PERFORM OPEN-A-CYCLE-ENTRY.

       STEP-PAST-LOWER-KEYS.
           IF CYCLE-KEY (C-SUB) NOT < SEARCH-KEY
               MOVE "Y" TO KEY-REACHED
           ELSE
               ADD 1 TO C-SUB.

       OPEN-A-CYCLE-ENTRY.
           IF CYCLE-COUNT = CYCLE-LIMIT
               MOVE "N" TO CYCLE-FOUND
               DISPLAY "** GROUP TABLE FULL - " SEARCH-ID
                   " NOT REPORTED **"
           ELSE
               MOVE CYCLE-COUNT TO S-SUB
               PERFORM SHIFT-ONE-CYCLE-ENTRY
                   UNTIL S-SUB < C-SUB
               ADD 1 TO CYCLE-COUNT
               PERFORM CLEAR-THE-CYCLE-ENTRY.

       SHIFT-ONE-CYCLE-ENTRY.
           MOVE CYCLE-ENTRY (S-SUB) TO CYCLE-ENTRY (S-SUB + 1).
           SUBTRACT 1 FROM S-SUB.

       CLEAR-THE-CYCLE-ENTRY.
           MOVE SEARCH-KEY TO CYCLE-KEY (C-SUB).
           MOVE ZEROES TO CYCLE-VOUCHERS (C-SUB).
           MOVE ZEROES TO CYCLE-ON-TIME (C-SUB).
           MOVE ZEROES TO CYCLE-WORST-VOUCHER (C-SUB).
           MOVE 1 TO STAGE-SUB.
           PERFORM CLEAR-ONE-CYCLE-STAGE
               UNTIL STAGE-SUB > 5.

       CLEAR-ONE-CYCLE-STAGE.
           MOVE ZEROES TO CYCLE-STAGE-DAYS (C-SUB STAGE-SUB).
           MOVE ZEROES TO CYCLE-STAGE-COUNT (C-SUB STAGE-SUB).
           MOVE ZEROES TO CYCLE-STAGE-WORST (C-SUB STAGE-SUB).
           ADD 1 TO STAGE-SUB.

       ADD-TO-THE-CYCLE-ENTRY.
           ADD 1 TO CYCLE-VOUCHERS (C-SUB).
           IF VOUCHER-ON-TIME = "Y"
               ADD 1 TO CYCLE-ON-TIME (C-SUB).
           IF STAGE-MEASURED (5) = "Y"
              AND (CYCLE-STAGE-COUNT (C-SUB 5) = ZERO
                   OR STAGE-DAYS (5) > CYCLE-STAGE-WORST (C-SUB 5))
               MOVE VOUCHER-NUMBER TO CYCLE-WORST-VOUCHER (C-SUB).
           MOVE 1 TO STAGE-SUB.
           PERFORM ADD-ONE-CYCLE-STAGE
               UNTIL STAGE-SUB > 5.

       ADD-ONE-CYCLE-STAGE.
           IF STAGE-MEASURED (STAGE-SUB) = "Y"
               ADD STAGE-DAYS (STAGE-SUB)
                   TO CYCLE-STAGE-DAYS (C-SUB STAGE-SUB)
               ADD 1 TO CYCLE-STAGE-COUNT (C-SUB STAGE-SUB)
               IF STAGE-DAYS (STAGE-SUB) >
                       CYCLE-STAGE-WORST (C-SUB STAGE-SUB)
                   MOVE STAGE-DAYS (STAGE-SUB)
                       TO CYCLE-STAGE-WORST (C-SUB STAGE-SUB).
           ADD 1 TO STAGE-SUB.

      *-------------------------------------------------------------
      * A voucher slower than the tenth-slowest so far takes its
      * place in order, and the one it displaces drops off.
      *-------------------------------------------------------------
       KEEP-THE-SLOWEST.
           MOVE "N" TO KEY-REACHED.
           MOVE 1 TO SLOW-SUB.
           PERFORM STEP-PAST-SLOWER
               UNTIL KEY-REACHED = "Y"
                   OR SLOW-SUB > SLOW-COUNT.
           IF SLOW-SUB < 11
               PERFORM TAKE-A-SLOW-SLOT.

       STEP-PAST-SLOWER.
           IF STAGE-DAYS (5) > SLOW-DAYS (SLOW-SUB)
               MOVE "Y" TO KEY-REACHED
           ELSE
               ADD 1 TO SLOW-SUB.

       TAKE-A-SLOW-SLOT.
           IF SLOW-COUNT < 10
               ADD 1 TO SLOW-COUNT.
           MOVE SLOW-COUNT TO SLOW-SHIFT.
           PERFORM SHIFT-ONE-SLOW-ENTRY
               UNTIL SLOW-SHIFT NOT > SLOW-SUB.
           MOVE STAGE-DAYS (5) TO SLOW-DAYS (SLOW-SUB).
           MOVE VOUCHER-NUMBER TO SLOW-VOUCHER (SLOW-SUB).
           MOVE VOUCHER-VENDOR TO SLOW-VENDOR (SLOW-SUB).
           MOVE VOUCHER-DATE TO SLOW-INVOICE-DATE (SLOW-SUB).
           MOVE VOUCHER-ENTERED-DATE TO SLOW-ENTERED-DATE (SLOW-SUB).
           MOVE VOUCHER-APPROVAL-DATE
               TO SLOW-APPROVAL-DATE (SLOW-SUB).
           MOVE VOUCHER-PAID-DATE TO SLOW-PAID-DATE (SLOW-SUB).
           MOVE VOUCHER-DUE TO SLOW-DUE-DATE (SLOW-SUB).

       SHIFT-ONE-SLOW-ENTRY.
           MOVE SLOW-ENTRY (SLOW-SHIFT - 1) TO SLOW-ENTRY (SLOW-SHIFT).
           SUBTRACT 1 FROM SLOW-SHIFT.

      *****************************************************
      *        THE REPORT
      *****************************************************
       PRINT-THE-HEADINGS.
           MOVE PERIOD-START TO PRINT-PERIOD-START.
           MOVE PERIOD-END TO PRINT-PERIOD-END.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE ENTRY-DATE-MISSING TO PRINT-MISSING.
           MOVE MISSING-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-CYCLE-ENTRY.
           IF CYCLE-KIND (C-SUB) NOT = PRINTED-KIND
               PERFORM PRINT-THE-GROUP-HEADINGS.
           MOVE CYCLE-ID (C-SUB) TO PRINT-AVERAGE-ID.
           MOVE CYCLE-VOUCHERS (C-SUB) TO PRINT-VOUCHERS.
           COMPUTE PRINT-ON-TIME ROUNDED =
               CYCLE-ON-TIME (C-SUB) * 100 / CYCLE-VOUCHERS (C-SUB).
           MOVE CYCLE-WORST-VOUCHER (C-SUB) TO PRINT-WORST-VOUCHER.
           MOVE 1 TO STAGE-SUB.
           PERFORM MOVE-ONE-PRINT-STAGE
               UNTIL STAGE-SUB > 5.
           MOVE AVERAGE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE WORST-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD 1 TO C-SUB.

       MOVE-ONE-PRINT-STAGE.
           IF CYCLE-STAGE-COUNT (C-SUB STAGE-SUB) = ZERO
               MOVE ZEROES TO PRINT-AVERAGE (STAGE-SUB)
           ELSE
               COMPUTE PRINT-AVERAGE (STAGE-SUB) ROUNDED =
                   CYCLE-STAGE-DAYS (C-SUB STAGE-SUB)
                       / CYCLE-STAGE-COUNT (C-SUB STAGE-SUB).
           MOVE CYCLE-STAGE-WORST (C-SUB STAGE-SUB)
               TO PRINT-WORST (STAGE-SUB).
           ADD 1 TO STAGE-SUB.

       PRINT-THE-GROUP-HEADINGS.
           MOVE CYCLE-KIND (C-SUB) TO PRINTED-KIND.
           IF PRINTED-KIND = "0"
               MOVE "ALL PAID VOUCHERS" TO PRINT-SECTION-NAME
               MOVE SPACES TO PRINT-COLUMN-ID
           ELSE
           IF PRINTED-KIND = "1"
               MOVE "BY VENDOR" TO PRINT-SECTION-NAME
               MOVE "VENDOR" TO PRINT-COLUMN-ID
           ELSE
           IF PRINTED-KIND = "2"
               MOVE "BY ENTERING OPERATOR" TO PRINT-SECTION-NAME
               MOVE "OPERATOR" TO PRINT-COLUMN-ID
           ELSE
               MOVE "BY APPROVER" TO PRINT-SECTION-NAME
               MOVE "APPROVER" TO PRINT-COLUMN-ID.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SECTION-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-SLOWEST.
           MOVE "THE TEN SLOWEST VOUCHERS" TO PRINT-SECTION-NAME.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SECTION-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SLOW-COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE 1 TO SLOW-SUB.
           PERFORM PRINT-ONE-SLOW-VOUCHER
               UNTIL SLOW-SUB > SLOW-COUNT.

       PRINT-ONE-SLOW-VOUCHER.
           MOVE SLOW-VOUCHER (SLOW-SUB) TO PRINT-SLOW-VOUCHER.
           MOVE SLOW-VENDOR (SLOW-SUB) TO PRINT-SLOW-VENDOR.
           MOVE SLOW-INVOICE-DATE (SLOW-SUB)
               TO PRINT-SLOW-INVOICE-DATE.
           MOVE SLOW-ENTERED-DATE (SLOW-SUB)
               TO PRINT-SLOW-ENTERED-DATE.
           MOVE SLOW-APPROVAL-DATE (SLOW-SUB)
               TO PRINT-SLOW-APPROVAL-DATE.
           MOVE SLOW-PAID-DATE (SLOW-SUB) TO PRINT-SLOW-PAID-DATE.
           MOVE SLOW-DUE-DATE (SLOW-SUB) TO PRINT-SLOW-DUE-DATE.
           MOVE SLOW-DAYS (SLOW-SUB) TO PRINT-SLOW-DAYS.
           IF SLOW-PAID-DATE (SLOW-SUB) > SLOW-DUE-DATE (SLOW-SUB)
               MOVE "LATE" TO PRINT-SLOW-LATE
           ELSE
               MOVE SPACES TO PRINT-SLOW-LATE.
           MOVE SLOW-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD 1 TO SLOW-SUB.

       WRITE-TO-PRINTER.
           WRITE PRINTER-RECORD.

           COPY "PLDATE01.CBL".

           COPY "PLPRNT01.CBL".
