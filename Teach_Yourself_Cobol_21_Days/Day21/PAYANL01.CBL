      * Payment anomaly analytics
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYANL01.
      *-------------------------------------------------------------
      * DUPAUD01 looks for the same bill paid twice and VNDFRD01
      * for the bogus vendor; this looks at the amounts
      * themselves, for the patterns internal audit hunts by hand.
      * Over the vouchers dated in an operator-keyed range, live
      * and archived, voided ones and credit memos left out:
      *   - first digits against Benford's law. Honest invoice
      *     amounts start with a 1 about 30% of the time and a 9
      *     under 5%; made-up ones drift toward the middle. The
      *     distribution prints for all vouchers, by vendor and by
      *     the operator who keyed them, each scored by its mean
      *     absolute deviation (MAD) from the expected share in
      *     percentage points - over 1.50 is nonconformity, over
      *     1.20 marginal. Amounts under $10 are not tested, and
      *     a vendor or operator with fewer than the keyed minimum
      *     of testable vouchers is left out as too few to judge;
      *   - round amounts. A vendor whose share of invoices for a
      *     round hundred dollars ($2,500.00) reaches the keyed
      *     percentage is listed - real prices rarely come out
      *     even, estimates and inventions do;
      *   - threshold splitting. Vouchers from one vendor dated
      *     within the keyed number of days of each other, each
      *     just under CONTROL-APPROVAL-THRESHOLD (at or over the
      *     keyed percentage of it) but at or over it together -
      *     the bill broken up so no piece needs approval. The
      *     near-threshold vouchers sort by vendor and date, and
      *     each vendor's run is walked with a window of that many
      *     days; a cluster found is skipped past so no voucher is
      *     in two.
      * Each finding scores - nonconforming digits 3, marginal 1,
      * round amounts 2, each split cluster 4 - and vendors and
      * operators print ranked highest score first, followed by
      * the detail behind the scores. A cluster counts against
      * an operator only when one operator keyed all of it.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLVOUCH.CBL".

           COPY "SLVARCH.CBL".

           COPY "SLVND02.CBL".

           COPY "SLCONTRL.CBL".

           SELECT SPLIT-WORK-FILE
               ASSIGN TO "WORK"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SPLIT-SORT-FILE
               ASSIGN TO "SORT".

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDVOUCH.CBL".

           COPY "FDVARCH.CBL".

           COPY "FDVND04.CBL".

           COPY "FDCONTRL.CBL".

       FD  SPLIT-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  SPLIT-WORK-RECORD.
           05 SPLIT-WORK-VENDOR         PIC 9(5).
           05 SPLIT-WORK-DAY-NO         PIC 9(7).
           05 SPLIT-WORK-VOUCHER        PIC 9(7).
           05 SPLIT-WORK-DATE           PIC 9(8).
           05 SPLIT-WORK-AMOUNT         PIC S9(9)V99.
           05 SPLIT-WORK-ENTERED-BY     PIC X(8).

       SD  SPLIT-SORT-FILE.

       01  SPLIT-SORT-RECORD.
           05 SPLIT-SORT-VENDOR         PIC 9(5).
           05 SPLIT-SORT-DAY-NO         PIC 9(7).
           05 SPLIT-SORT-VOUCHER        PIC 9(7).
           05 SPLIT-SORT-DATE           PIC 9(8).
           05 SPLIT-SORT-AMOUNT         PIC S9(9)V99.
           05 SPLIT-SORT-ENTERED-BY     PIC X(8).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "WSPRNT01.CBL".

           COPY "WSDATE01.CBL".

       77  VOUCHER-FILE-AT-END         PIC X.
       77  ARCHIVE-FILE-AT-END         PIC X.
       77  SPLIT-WORK-AT-END           PIC X.
       77  VENDOR-FOUND                PIC X.
       77  STAT-FOUND                  PIC X.
       77  SPLIT-PASS                  PIC X.
           88 SPLIT-PASS-COUNTS        VALUE "C".
           88 SPLIT-PASS-PRINTS        VALUE "P".

       77  PERIOD-START                PIC 9(8).
       77  PERIOD-END                  PIC 9(8).
       77  APPROVAL-THRESHOLD          PIC 9(9)V99.
       77  BENFORD-MINIMUM             PIC 9(5).
       77  ROUND-PERCENT               PIC 9(3).
       77  ROUND-MINIMUM               PIC 9(3) VALUE 5.
       77  WINDOW-DAYS                 PIC 9(3).
       77  JUST-UNDER-PERCENT          PIC 9(3).
       77  JUST-UNDER-FLOOR            PIC 9(9)V99.

       77  ALL-INVOICES                PIC 9(7) VALUE ZERO.
       77  ALL-ROUND                   PIC 9(7) VALUE ZERO.
       77  ALL-TESTED                  PIC 9(7) VALUE ZERO.
       77  CLUSTERS-FOUND              PIC 9(5) VALUE ZERO.
       77  VENDORS-UNTESTED            PIC 9(5) VALUE ZERO.
       77  OPERATORS-UNTESTED          PIC 9(5) VALUE ZERO.
       77  FLAGGED-COUNT               PIC 9(5) VALUE ZERO.
       77  HIGHEST-SCORE               PIC 99 VALUE ZERO.
       77  RANK-SCORE                  PIC 99.
       77  SCORE-WORK                  PIC 9(5).
       77  ROUND-SHARE                 PIC 9(3).
       77  FIRST-DIGIT                 PIC 9.
       77  CHAR-SUB                    PIC 99 COMP.
       77  DIGIT-SUB                   PIC 99 COMP.
       77  SEARCH-VENDOR               PIC 9(5).
       77  SEARCH-OPERATOR             PIC X(8).

      *-------------------------------------------------------------
      * The amount in hand laid out digit by digit - the first
      * digit is the first non-zero position, and a round
      * hundred ends in four zeroes (two of dollars, two of
      * cents).
      *-------------------------------------------------------------
       01  DIGIT-WORK-AMOUNT           PIC 9(9)V99.
       01  DIGIT-WORK-CHARS REDEFINES DIGIT-WORK-AMOUNT
                                       PIC X(11).

      *-------------------------------------------------------------
      * Benford's expected share for first digits 1-9, in
      * percent to one decimal (log10 of 1 + 1/digit).
      *-------------------------------------------------------------
       01  BENFORD-VALUES.
           05 FILLER                   PIC X(27) VALUE
              "301176125097079067058051046".
       01  BENFORD-TABLE REDEFINES BENFORD-VALUES.
           05 BENFORD-EXPECTED         PIC 99V9 OCCURS 9 TIMES.

      *-------------------------------------------------------------
      * One set of nine digit counts at a time is moved here and
      * measured against the table above.
      *-------------------------------------------------------------
       77  MEASURE-TESTED              PIC 9(7).
       77  MEASURE-MAD                 PIC 99V99.
       77  MEASURE-DEVIATION-SUM       PIC 9(5)V99.
       77  MEASURE-DIFFERENCE          PIC S9(3)V99.
       01  MEASURE-TABLE.
           05 MEASURE-ENTRY OCCURS 9 TIMES.
              10 MEASURE-COUNT         PIC 9(7).
              10 MEASURE-PERCENT       PIC 9(3)V99.

       01  ALL-DIGIT-TABLE.
           05 ALL-DIGIT-COUNT          PIC 9(7) OCCURS 9 TIMES.

      *-------------------------------------------------------------
      * A thousand vendor slots is several times the live file,
      * and two hundred operator IDs more than have ever keyed.
      *-------------------------------------------------------------
       77  VENDOR-COUNT                PIC 9(4) COMP VALUE ZERO.
       77  VENDOR-LIMIT                PIC 9(4) COMP VALUE 1000.
       77  V-SUB                       PIC 9(4) COMP.
       77  OPERATOR-COUNT              PIC 9(4) COMP VALUE ZERO.
       77  OPERATOR-LIMIT              PIC 9(4) COMP VALUE 200.
       77  O-SUB                       PIC 9(4) COMP.

       01  VENDOR-STAT-TABLE.
           05 VENDOR-STAT-ENTRY OCCURS 1000 TIMES.
              10 VSTAT-VENDOR          PIC 9(5).
              10 VSTAT-INVOICES        PIC 9(5).
              10 VSTAT-ROUND           PIC 9(5).
              10 VSTAT-TESTED          PIC 9(5).
              10 VSTAT-DIGIT-COUNT     PIC 9(5) OCCURS 9 TIMES.
              10 VSTAT-MAD             PIC 99V99.
              10 VSTAT-CLUSTERS        PIC 9(3).
              10 VSTAT-SCORE           PIC 99.
              10 VSTAT-BENFORD-FLAG    PIC X.
              10 VSTAT-ROUND-FLAG      PIC X.

       01  OPERATOR-STAT-TABLE.
           05 OPERATOR-STAT-ENTRY OCCURS 200 TIMES.
              10 OSTAT-OPERATOR        PIC X(8).
              10 OSTAT-INVOICES        PIC 9(5).
              10 OSTAT-TESTED          PIC 9(5).
              10 OSTAT-DIGIT-COUNT     PIC 9(5) OCCURS 9 TIMES.
              10 OSTAT-MAD             PIC 99V99.
              10 OSTAT-CLUSTERS        PIC 9(3).
              10 OSTAT-SCORE           PIC 99.
              10 OSTAT-BENFORD-FLAG    PIC X.

      *-------------------------------------------------------------
      * One vendor's near-threshold vouchers in date order, off
      * the sorted work file.
      *-------------------------------------------------------------
       77  GROUP-VENDOR                PIC 9(5).
       77  GROUP-COUNT                 PIC 9(3) COMP.
       77  GROUP-LIMIT                 PIC 9(3) COMP VALUE 100.
       77  G-SUB                       PIC 9(3) COMP.
       77  G-START                     PIC 9(3) COMP.
       77  G-END                       PIC 9(3) COMP.
       77  CLUSTER-CLOSED              PIC X.
       77  CLUSTER-TOTAL               PIC S9(11)V99.
       77  CLUSTER-OPERATOR            PIC X(8).

       01  GROUP-TABLE.
           05 GROUP-ENTRY OCCURS 100 TIMES.
              10 GROUP-DAY-NO          PIC 9(7).
              10 GROUP-VOUCHER         PIC 9(7).
              10 GROUP-DATE            PIC 9(8).
              10 GROUP-AMOUNT          PIC S9(9)V99.
              10 GROUP-ENTERED-BY      PIC X(8).

       01  TITLE-LINE.
           05 FILLER                   PIC X(41) VALUE
              "PAYMENT ANOMALY ANALYTICS - VOUCHERS FROM".
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-PERIOD-START       PIC 9(8).
           05 FILLER                   PIC X(4) VALUE " TO ".
           05 PRINT-PERIOD-END         PIC 9(8).

       01  THRESHOLD-LINE.
           05 FILLER                   PIC X(20) VALUE
              "APPROVAL THRESHOLD".
           05 PRINT-THRESHOLD          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(16) VALUE
              "  JUST UNDER AT ".
           05 PRINT-JUST-UNDER         PIC ZZ9.
           05 FILLER                   PIC X(12) VALUE "%  WINDOW ".
           05 PRINT-WINDOW-DAYS        PIC ZZ9.
           05 FILLER                   PIC X(5) VALUE " DAYS".

       01  MINIMUM-LINE.
           05 FILLER                   PIC X(24) VALUE
              "DIGIT TEST NEEDS".
           05 PRINT-BENFORD-MINIMUM    PIC ZZZZ9.
           05 FILLER                   PIC X(24) VALUE
              " VOUCHERS  ROUND FLAG AT".
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-ROUND-PERCENT      PIC ZZ9.
           05 FILLER                   PIC X(1) VALUE "%".

       01  SECTION-LINE.
           05 FILLER                   PIC X(4) VALUE "*** ".
           05 PRINT-SECTION-NAME       PIC X(50).

       01  DIGIT-COLUMN-LINE.
           05 FILLER                   PIC X(40) VALUE
              "DIGIT     VOUCHERS    ACTUAL   EXPECTED".
           05 FILLER                   PIC X(12) VALUE
              "  DIFFERENCE".

       01  DIGIT-LINE.
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-DIGIT              PIC 9.
           05 FILLER                   PIC X(7) VALUE SPACE.
           05 PRINT-DIGIT-COUNT        PIC ZZZZZZ9.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 PRINT-ACTUAL             PIC ZZ9.99.
           05 FILLER                   PIC X(5) VALUE SPACE.
           05 PRINT-EXPECTED           PIC Z9.9.
           05 FILLER                   PIC X(6) VALUE SPACE.
           05 PRINT-DIFFERENCE         PIC ZZ9.99-.

       01  MAD-LINE.
           05 FILLER                   PIC X(10) VALUE "TESTED".
           05 PRINT-TESTED             PIC ZZZZZZ9.
           05 FILLER                   PIC X(8) VALUE "   MAD ".
           05 PRINT-MAD                PIC Z9.99.
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-CONFORMITY         PIC X(20).

       01  ROUND-TOTAL-LINE.
           05 FILLER                   PIC X(10) VALUE "ROUND".
           05 PRINT-ALL-ROUND          PIC ZZZZZZ9.
           05 FILLER                   PIC X(4) VALUE " OF ".
           05 PRINT-ALL-INVOICES       PIC ZZZZZZ9.
           05 FILLER                   PIC X(11) VALUE " VOUCHERS -".
           05 PRINT-ALL-ROUND-SHARE    PIC ZZ9.
           05 FILLER                   PIC X(1) VALUE "%".

       01  RANK-COLUMN-LINE.
           05 FILLER                   PIC X(35) VALUE
              "SCORE VENDOR/OPERATOR".
           05 FILLER                   PIC X(20) VALUE
              "VCHRS   MAD ROUND".
           05 FILLER                   PIC X(16) VALUE
              "SPLITS REASONS".

       01  RANK-LINE.
           05 PRINT-SCORE              PIC Z9.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 PRINT-RANK-ID            PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-RANK-NAME          PIC X(20).
           05 PRINT-RANK-INVOICES      PIC ZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-RANK-MAD           PIC ZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-RANK-ROUND         PIC ZZ9.
           05 PRINT-RANK-PERCENT-SIGN  PIC X(1).
           05 FILLER                   PIC X(3) VALUE SPACE.
           05 PRINT-RANK-CLUSTERS      PIC ZZ9.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-REASONS            PIC X(21).

       01  ROUND-COLUMN-LINE.
           05 FILLER                   PIC X(38) VALUE
              "VENDOR".
           05 FILLER                   PIC X(24) VALUE
              "VOUCHERS   ROUND   SHARE".

       01  ROUND-LINE.
           05 PRINT-ROUND-VENDOR       PIC 9(5).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-ROUND-NAME         PIC X(30).
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-ROUND-INVOICES     PIC ZZZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-ROUND-COUNT        PIC ZZZZZZ9.
           05 FILLER                   PIC X(5) VALUE SPACE.
           05 PRINT-ROUND-SHARE        PIC ZZ9.
           05 FILLER                   PIC X(1) VALUE "%".

       01  CLUSTER-HEAD-LINE.
           05 FILLER                   PIC X(7) VALUE "VENDOR ".
           05 PRINT-CLUSTER-VENDOR     PIC 9(5).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-CLUSTER-NAME       PIC X(30).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-CLUSTER-COUNT      PIC Z9.
           05 FILLER                   PIC X(9) VALUE " TOTAL   ".
           05 PRINT-CLUSTER-TOTAL      PIC ZZ,ZZZ,ZZ9.99-.

       01  CLUSTER-MEMBER-LINE.
           05 FILLER                   PIC X(12) VALUE
              "    VOUCHER ".
           05 PRINT-MEMBER-VOUCHER     PIC 9(7).
           05 FILLER                   PIC X(7) VALUE " DATED ".
           05 PRINT-MEMBER-DATE        PIC 9(8).
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-MEMBER-AMOUNT      PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(10) VALUE
              "  KEYED BY".
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-MEMBER-OPERATOR    PIC X(8).

       01  SPREAD-COLUMN-LINE.
           05 PRINT-SPREAD-HEADING     PIC X(8).
           05 FILLER                   PIC X(10) VALUE "   TESTED".
           05 FILLER                   PIC X(36) VALUE
              "   1   2   3   4   5   6   7   8   9".
           05 FILLER                   PIC X(7) VALUE "    MAD".

       01  SPREAD-LINE.
           05 PRINT-SPREAD-ID          PIC X(8).
           05 FILLER                   PIC X(3) VALUE SPACE.
           05 PRINT-SPREAD-TESTED      PIC ZZZZZZ9.
           05 PRINT-SPREAD-ENTRY OCCURS 9 TIMES.
              10 FILLER                PIC X(1).
              10 PRINT-SPREAD-PERCENT  PIC ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-SPREAD-MAD         PIC ZZ9.99.

       01  COUNT-LINE.
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-COUNT              PIC ZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-COUNT-TEXT         PIC X(60).

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
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT CONTROL-FILE.
           PERFORM READ-THE-THRESHOLD.
           CLOSE CONTROL-FILE.
           PERFORM GET-THE-PARAMETERS.
           MOVE "PAYANL01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-ARCHIVE-FILE.
           CLOSE VENDOR-FILE.
           CLOSE PRINTER-FILE.
           DISPLAY ALL-INVOICES " VOUCHER(S) ANALYZED, "
               FLAGGED-COUNT " VENDOR(S)/OPERATOR(S) SCORED, "
               CLUSTERS-FOUND " SPLIT CLUSTER(S)".

       MAIN-PROCESS.
           PERFORM SORT-THE-NEAR-THRESHOLD.
           MOVE "C" TO SPLIT-PASS.
           PERFORM SCAN-THE-SPLITS.
           PERFORM SCORE-THE-VENDORS.
           PERFORM SCORE-THE-OPERATORS.
           PERFORM PRINT-THE-HEADINGS.
           PERFORM PRINT-THE-OVERALL-DIGITS.
           PERFORM PRINT-THE-VENDOR-RANKING.
           PERFORM PRINT-THE-OPERATOR-RANKING.
           PERFORM PRINT-THE-ROUND-VENDORS.
           MOVE "THRESHOLD SPLITTING CLUSTERS" TO PRINT-SECTION-NAME.
           PERFORM PRINT-A-SECTION-LINE.
           MOVE "P" TO SPLIT-PASS.
           MOVE ZEROES TO CLUSTERS-FOUND.
           PERFORM SCAN-THE-SPLITS.
           MOVE CLUSTERS-FOUND TO PRINT-COUNT.
           MOVE "CLUSTER(S)" TO PRINT-COUNT-TEXT.
           MOVE COUNT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM PRINT-THE-VENDOR-SPREADS.
           PERFORM PRINT-THE-OPERATOR-SPREADS.

      *****************************************************
      *        THE RUN'S PARAMETERS
      *****************************************************
       READ-THE-THRESHOLD.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-APPROVAL-THRESHOLD.
           MOVE CONTROL-APPROVAL-THRESHOLD TO APPROVAL-THRESHOLD.

       GET-THE-PARAMETERS.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "FIRST VOUCHER DATE TO ANALYZE (MM/DD/CCYY)"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO PERIOD-START.
           PERFORM ENTER-PERIOD-END.
           PERFORM RE-ENTER-PERIOD-END
               UNTIL PERIOD-END NOT < PERIOD-START.
           DISPLAY "FEWEST VOUCHERS TO TEST A VENDOR'S OR OPERATOR'S".
           DISPLAY "FIRST DIGITS (0 FOR 50)?".
           ACCEPT BENFORD-MINIMUM.
           IF BENFORD-MINIMUM = ZERO
               MOVE 50 TO BENFORD-MINIMUM.
           DISPLAY "FLAG A VENDOR WHEN WHAT PERCENT OF ITS INVOICES".
           DISPLAY "ARE ROUND HUNDREDS (0 FOR 50)?".
           ACCEPT ROUND-PERCENT.
           IF ROUND-PERCENT = ZERO OR ROUND-PERCENT > 100
               MOVE 50 TO ROUND-PERCENT.
           IF APPROVAL-THRESHOLD = ZERO
               DISPLAY "NO APPROVAL THRESHOLD ON FILE - THE "
                   "SPLITTING TEST IS SKIPPED"
           ELSE
               PERFORM GET-THE-SPLIT-PARAMETERS.

       ENTER-PERIOD-END.
           MOVE "LAST VOUCHER DATE TO ANALYZE (MM/DD/CCYY)"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO PERIOD-END.

       RE-ENTER-PERIOD-END.
           DISPLAY "THE LAST DATE CANNOT BE BEFORE THE FIRST".
           PERFORM ENTER-PERIOD-END.

       GET-THE-SPLIT-PARAMETERS.
           DISPLAY "INVOICES WITHIN HOW MANY DAYS OF EACH OTHER".
           DISPLAY "COUNT AS ONE SPLIT BILL (0 FOR 7)?".
           ACCEPT WINDOW-DAYS.
           IF WINDOW-DAYS = ZERO
               MOVE 7 TO WINDOW-DAYS.
           DISPLAY "AN INVOICE IS JUST UNDER THE THRESHOLD FROM".
           DISPLAY "WHAT PERCENT OF IT (0 FOR 80)?".
           ACCEPT JUST-UNDER-PERCENT.
           IF JUST-UNDER-PERCENT = ZERO
              OR JUST-UNDER-PERCENT NOT < 100
               MOVE 80 TO JUST-UNDER-PERCENT.
           COMPUTE JUST-UNDER-FLOOR ROUNDED =
               APPROVAL-THRESHOLD * JUST-UNDER-PERCENT / 100.

      *****************************************************
      *        ONE PASS OVER THE VOUCHERS
      *****************************************************
      *-------------------------------------------------------------
      * The walk over the live file and the archive is the sort's
      * input procedure: every voucher in the period is counted
      * into the digit and round tables, and the near-threshold
      * ones are released to be sorted by vendor and date.
      *-------------------------------------------------------------
       SORT-THE-NEAR-THRESHOLD.
           SORT SPLIT-SORT-FILE
               ON ASCENDING KEY SPLIT-SORT-VENDOR
                   SPLIT-SORT-DAY-NO
                   SPLIT-SORT-VOUCHER
               INPUT PROCEDURE IS WALK-THE-VOUCHERS
               GIVING SPLIT-WORK-FILE.

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
      * counted exactly as a live one.
      *-------------------------------------------------------------
       CONSIDER-ONE-ARCHIVED-VOUCHER.
           MOVE ARCHIVE-VOUCHER-RECORD TO VOUCHER-RECORD.
           PERFORM CONSIDER-ONE-VOUCHER.
           PERFORM READ-NEXT-ARCHIVE.

       CONSIDER-ONE-VOUCHER.
           IF VOUCHER-DATE NOT < PERIOD-START
              AND VOUCHER-DATE NOT > PERIOD-END
              AND VOUCHER-VOID-DATE = ZEROES
              AND NOT VOUCHER-IS-CREDIT-MEMO
              AND VOUCHER-AMOUNT > ZERO
               PERFORM COUNT-ONE-VOUCHER.

       COUNT-ONE-VOUCHER.
           ADD 1 TO ALL-INVOICES.
           MOVE VOUCHER-VENDOR TO SEARCH-VENDOR.
           PERFORM FIND-THE-VENDOR-STAT.
           IF STAT-FOUND = "N"
               PERFORM ADD-A-VENDOR-STAT.
           MOVE VOUCHER-ENTERED-BY TO SEARCH-OPERATOR.
           IF SEARCH-OPERATOR = SPACES
               MOVE "UNKNOWN" TO SEARCH-OPERATOR.
           PERFORM FIND-THE-OPERATOR-STAT.
           IF STAT-FOUND = "N"
               PERFORM ADD-AN-OPERATOR-STAT.
           IF V-SUB NOT > VENDOR-COUNT
               ADD 1 TO VSTAT-INVOICES (V-SUB).
           IF O-SUB NOT > OPERATOR-COUNT
               ADD 1 TO OSTAT-INVOICES (O-SUB).
           MOVE VOUCHER-AMOUNT TO DIGIT-WORK-AMOUNT.
           IF DIGIT-WORK-AMOUNT NOT < 100
              AND DIGIT-WORK-CHARS (8:4) = "0000"
               PERFORM COUNT-A-ROUND-AMOUNT.
           IF DIGIT-WORK-AMOUNT NOT < 10
               PERFORM COUNT-THE-FIRST-DIGIT.
           IF APPROVAL-THRESHOLD NOT = ZERO
              AND VOUCHER-AMOUNT < APPROVAL-THRESHOLD
              AND VOUCHER-AMOUNT NOT < JUST-UNDER-FLOOR
               PERFORM RELEASE-A-NEAR-THRESHOLD.

       COUNT-A-ROUND-AMOUNT.
           ADD 1 TO ALL-ROUND.
           IF V-SUB NOT > VENDOR-COUNT
               ADD 1 TO VSTAT-ROUND (V-SUB).

       COUNT-THE-FIRST-DIGIT.
           MOVE 1 TO CHAR-SUB.
           PERFORM SKIP-A-LEADING-ZERO
               UNTIL DIGIT-WORK-CHARS (CHAR-SUB:1) NOT = "0".
           MOVE DIGIT-WORK-CHARS (CHAR-SUB:1) TO FIRST-DIGIT.
           ADD 1 TO ALL-TESTED.
           ADD 1 TO ALL-DIGIT-COUNT (FIRST-DIGIT).
           IF V-SUB NOT > VENDOR-COUNT
               ADD 1 TO VSTAT-TESTED (V-SUB)
               ADD 1 TO VSTAT-DIGIT-COUNT (V-SUB FIRST-DIGIT).
           IF O-SUB NOT > OPERATOR-COUNT
               ADD 1 TO OSTAT-TESTED (O-SUB)
               ADD 1 TO OSTAT-DIGIT-COUNT (O-SUB FIRST-DIGIT).

       SKIP-A-LEADING-ZERO.
           ADD 1 TO CHAR-SUB.

       RELEASE-A-NEAR-THRESHOLD.
           MOVE VOUCHER-VENDOR TO SPLIT-SORT-VENDOR.
           COMPUTE SPLIT-SORT-DAY-NO =
               FUNCTION INTEGER-OF-DATE(VOUCHER-DATE).
           MOVE VOUCHER-NUMBER TO SPLIT-SORT-VOUCHER.
           MOVE VOUCHER-DATE TO SPLIT-SORT-DATE.
           MOVE VOUCHER-AMOUNT TO SPLIT-SORT-AMOUNT.
           MOVE SEARCH-OPERATOR TO SPLIT-SORT-ENTERED-BY.
           RELEASE SPLIT-SORT-RECORD.

      *-------------------------------------------------------------
      * Table look-ups. A full table leaves the subscript past
      * the last entry, and the counts for that vendor or
      * operator are simply not kept.
      *-------------------------------------------------------------
       FIND-THE-VENDOR-STAT.
           MOVE "N" TO STAT-FOUND.
           MOVE 1 TO V-SUB.
           PERFORM HUNT-THE-VENDOR-STAT
               UNTIL STAT-FOUND = "Y"
                   OR V-SUB > VENDOR-COUNT.

       HUNT-THE-VENDOR-STAT.
           IF VSTAT-VENDOR (V-SUB) = SEARCH-VENDOR
               MOVE "Y" TO STAT-FOUND
           ELSE
               ADD 1 TO V-SUB.

       ADD-A-VENDOR-STAT.
           IF VENDOR-COUNT = VENDOR-LIMIT
               DISPLAY "** VENDOR TABLE FULL - VENDOR "
                   SEARCH-VENDOR " NOT ANALYZED **"
           ELSE
               ADD 1 TO VENDOR-COUNT
               MOVE VENDOR-COUNT TO V-SUB
               MOVE SEARCH-VENDOR TO VSTAT-VENDOR (V-SUB)
               MOVE ZEROES TO VSTAT-INVOICES (V-SUB)
               MOVE ZEROES TO VSTAT-ROUND (V-SUB)
               MOVE ZEROES TO VSTAT-TESTED (V-SUB)
               MOVE ZEROES TO VSTAT-MAD (V-SUB)
               MOVE ZEROES TO VSTAT-CLUSTERS (V-SUB)
               MOVE ZEROES TO VSTAT-SCORE (V-SUB)
               MOVE "N" TO VSTAT-BENFORD-FLAG (V-SUB)
               MOVE "N" TO VSTAT-ROUND-FLAG (V-SUB)
               MOVE 1 TO DIGIT-SUB
               PERFORM CLEAR-ONE-VENDOR-DIGIT
                   UNTIL DIGIT-SUB > 9.

       CLEAR-ONE-VENDOR-DIGIT.
           MOVE ZEROES TO VSTAT-DIGIT-COUNT (V-SUB DIGIT-SUB).
           ADD 1 TO DIGIT-SUB.

       FIND-THE-OPERATOR-STAT.
           MOVE "N" TO STAT-FOUND.
           MOVE 1 TO O-SUB.
           PERFORM HUNT-THE-OPERATOR-STAT
               UNTIL STAT-FOUND = "Y"
                   OR O-SUB > OPERATOR-COUNT.

       HUNT-THE-OPERATOR-STAT.
           IF OSTAT-OPERATOR (O-SUB) = SEARCH-OPERATOR
               MOVE "Y" TO STAT-FOUND
           ELSE
               ADD 1 TO O-SUB.

       ADD-AN-OPERATOR-STAT.
           IF OPERATOR-COUNT = OPERATOR-LIMIT
               DISPLAY "** OPERATOR TABLE FULL - "
                   SEARCH-OPERATOR " NOT ANALYZED **"
           ELSE
               ADD 1 TO OPERATOR-COUNT
               MOVE OPERATOR-COUNT TO O-SUB
               MOVE SEARCH-OPERATOR TO OSTAT-OPERATOR (O-SUB)
               MOVE ZEROES TO OSTAT-INVOICES (O-SUB)
               MOVE ZEROES TO OSTAT-TESTED (O-SUB)
               MOVE ZEROES TO OSTAT-MAD (O-SUB)
               MOVE ZEROES TO OSTAT-CLUSTERS (O-SUB)
               MOVE ZEROES TO OSTAT-SCORE (O-SUB)
               MOVE "N" TO OSTAT-BENFORD-FLAG (O-SUB)
               MOVE 1 TO DIGIT-SUB
               PERFORM CLEAR-ONE-OPERATOR-DIGIT
                   UNTIL DIGIT-SUB > 9.

       CLEAR-ONE-OPERATOR-DIGIT.
           MOVE ZEROES TO OSTAT-DIGIT-COUNT (O-SUB DIGIT-SUB).
           ADD 1 TO DIGIT-SUB.

      *****************************************************
      *        THRESHOLD SPLITTING
      *****************************************************
      *-------------------------------------------------------------
      * Run twice over the sorted work file - once to count the
      * clusters into the scores, once after the rankings to
      * print them - so the detail follows the summary.
      *-------------------------------------------------------------
       SCAN-THE-SPLITS.
           OPEN INPUT SPLIT-WORK-FILE.
           MOVE "N" TO SPLIT-WORK-AT-END.
           PERFORM READ-NEXT-SPLIT-WORK.
           PERFORM SCAN-ONE-VENDOR-GROUP
               UNTIL SPLIT-WORK-AT-END = "Y".
           CLOSE SPLIT-WORK-FILE.

       READ-NEXT-SPLIT-WORK.
           READ SPLIT-WORK-FILE
               AT END
                   MOVE "Y" TO SPLIT-WORK-AT-END.

       SCAN-ONE-VENDOR-GROUP.
           MOVE SPLIT-WORK-VENDOR TO GROUP-VENDOR.
           MOVE ZERO TO GROUP-COUNT.
           PERFORM LOAD-ONE-GROUP-ENTRY
               UNTIL SPLIT-WORK-AT-END = "Y"
                   OR SPLIT-WORK-VENDOR NOT = GROUP-VENDOR.
           MOVE 1 TO G-START.
           PERFORM TRY-ONE-CLUSTER
               UNTIL G-START NOT < GROUP-COUNT.

       LOAD-ONE-GROUP-ENTRY.
           IF GROUP-COUNT < GROUP-LIMIT
               ADD 1 TO GROUP-COUNT
               MOVE SPLIT-WORK-DAY-NO TO GROUP-DAY-NO (GROUP-COUNT)
               MOVE SPLIT-WORK-VOUCHER TO GROUP-VOUCHER (GROUP-COUNT)
               MOVE SPLIT-WORK-DATE TO GROUP-DATE (GROUP-COUNT)
               MOVE SPLIT-WORK-AMOUNT TO GROUP-AMOUNT (GROUP-COUNT)
               MOVE SPLIT-WORK-ENTERED-BY
                   TO GROUP-ENTERED-BY (GROUP-COUNT).
           PERFORM READ-NEXT-SPLIT-WORK.

      *-------------------------------------------------------------
      * From the voucher at G-START, take in every later one
      * dated inside the window. Two or more reaching the
      * threshold together are a cluster, and the search picks
      * up after its last voucher; otherwise it moves on one.
      *-------------------------------------------------------------
       TRY-ONE-CLUSTER.
           MOVE G-START TO G-END.
           MOVE GROUP-AMOUNT (G-START) TO CLUSTER-TOTAL.
           MOVE "N" TO CLUSTER-CLOSED.
           PERFORM WIDEN-THE-CLUSTER
               UNTIL CLUSTER-CLOSED = "Y".
           IF G-END > G-START
              AND CLUSTER-TOTAL NOT < APPROVAL-THRESHOLD
               PERFORM TAKE-THE-CLUSTER
               COMPUTE G-START = G-END + 1
           ELSE
               ADD 1 TO G-START.

       WIDEN-THE-CLUSTER.
           IF G-END = GROUP-COUNT
               MOVE "Y" TO CLUSTER-CLOSED
           ELSE
           IF GROUP-DAY-NO (G-END + 1) - GROUP-DAY-NO (G-START)
                   > WINDOW-DAYS
               MOVE "Y" TO CLUSTER-CLOSED
           ELSE
               ADD 1 TO G-END
               ADD GROUP-AMOUNT (G-END) TO CLUSTER-TOTAL.

       TAKE-THE-CLUSTER.
           ADD 1 TO CLUSTERS-FOUND.
           IF SPLIT-PASS-COUNTS
               PERFORM COUNT-THE-CLUSTER
           ELSE
               PERFORM PRINT-THE-CLUSTER.

       COUNT-THE-CLUSTER.
           MOVE GROUP-VENDOR TO SEARCH-VENDOR.
           PERFORM FIND-THE-VENDOR-STAT.
           IF STAT-FOUND = "Y"
               ADD 1 TO VSTAT-CLUSTERS (V-SUB).
           MOVE GROUP-ENTERED-BY (G-START) TO CLUSTER-OPERATOR.
           MOVE G-START TO G-SUB.
           PERFORM CHECK-ONE-MEMBER-OPERATOR
               UNTIL G-SUB > G-END.
           IF CLUSTER-OPERATOR NOT = SPACES
               MOVE CLUSTER-OPERATOR TO SEARCH-OPERATOR
               PERFORM FIND-THE-OPERATOR-STAT
               IF STAT-FOUND = "Y"
                   ADD 1 TO OSTAT-CLUSTERS (O-SUB).

       CHECK-ONE-MEMBER-OPERATOR.
           IF GROUP-ENTERED-BY (G-SUB) NOT = CLUSTER-OPERATOR
               MOVE SPACES TO CLUSTER-OPERATOR.
           ADD 1 TO G-SUB.

       PRINT-THE-CLUSTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE GROUP-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           MOVE GROUP-VENDOR TO PRINT-CLUSTER-VENDOR.
           MOVE VENDOR-NAME TO PRINT-CLUSTER-NAME.
           COMPUTE PRINT-CLUSTER-COUNT = G-END - G-START + 1.
           MOVE CLUSTER-TOTAL TO PRINT-CLUSTER-TOTAL.
           MOVE CLUSTER-HEAD-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE G-START TO G-SUB.
           PERFORM PRINT-ONE-MEMBER
               UNTIL G-SUB > G-END.

       PRINT-ONE-MEMBER.
           MOVE GROUP-VOUCHER (G-SUB) TO PRINT-MEMBER-VOUCHER.
           MOVE GROUP-DATE (G-SUB) TO PRINT-MEMBER-DATE.
           MOVE GROUP-AMOUNT (G-SUB) TO PRINT-MEMBER-AMOUNT.
           MOVE GROUP-ENTERED-BY (G-SUB) TO PRINT-MEMBER-OPERATOR.
           MOVE CLUSTER-MEMBER-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD 1 TO G-SUB.

      *****************************************************
      *        SCORING
      *****************************************************
       SCORE-THE-VENDORS.
           MOVE 1 TO V-SUB.
           PERFORM SCORE-ONE-VENDOR
               UNTIL V-SUB > VENDOR-COUNT.

       SCORE-ONE-VENDOR.
           MOVE ZEROES TO SCORE-WORK.
           IF VSTAT-TESTED (V-SUB) < BENFORD-MINIMUM
               ADD 1 TO VENDORS-UNTESTED
           ELSE
               PERFORM MEASURE-THE-VENDOR
               MOVE MEASURE-MAD TO VSTAT-MAD (V-SUB)
               PERFORM SCORE-THE-VENDOR-DIGITS.
           IF VSTAT-INVOICES (V-SUB) NOT < ROUND-MINIMUM
               COMPUTE ROUND-SHARE =
                   VSTAT-ROUND (V-SUB) * 100 / VSTAT-INVOICES (V-SUB)
               IF ROUND-SHARE NOT < ROUND-PERCENT
                   MOVE "Y" TO VSTAT-ROUND-FLAG (V-SUB)
                   ADD 2 TO SCORE-WORK.
           COMPUTE SCORE-WORK =
               SCORE-WORK + VSTAT-CLUSTERS (V-SUB) * 4.
           IF SCORE-WORK > 99
               MOVE 99 TO SCORE-WORK.
           MOVE SCORE-WORK TO VSTAT-SCORE (V-SUB).
           IF SCORE-WORK > HIGHEST-SCORE
               MOVE SCORE-WORK TO HIGHEST-SCORE.
           ADD 1 TO V-SUB.

       SCORE-THE-VENDOR-DIGITS.
           IF MEASURE-MAD > 1.50
               MOVE "Y" TO VSTAT-BENFORD-FLAG (V-SUB)
               ADD 3 TO SCORE-WORK
           ELSE
           IF MEASURE-MAD > 1.20
               MOVE "M" TO VSTAT-BENFORD-FLAG (V-SUB)
               ADD 1 TO SCORE-WORK.

       MEASURE-THE-VENDOR.
           MOVE VSTAT-TESTED (V-SUB) TO MEASURE-TESTED.
           MOVE 1 TO DIGIT-SUB.
           PERFORM MOVE-ONE-VENDOR-DIGIT
               UNTIL DIGIT-SUB > 9.
           PERFORM MEASURE-THE-DIGITS.

       MOVE-ONE-VENDOR-DIGIT.
           MOVE VSTAT-DIGIT-COUNT (V-SUB DIGIT-SUB)
               TO MEASURE-COUNT (DIGIT-SUB).
           ADD 1 TO DIGIT-SUB.

       SCORE-THE-OPERATORS.
           MOVE 1 TO O-SUB.
           PERFORM SCORE-ONE-OPERATOR
               UNTIL O-SUB > OPERATOR-COUNT.

       SCORE-ONE-OPERATOR.
           MOVE ZEROES TO SCORE-WORK.
           IF OSTAT-TESTED (O-SUB) < BENFORD-MINIMUM
               ADD 1 TO OPERATORS-UNTESTED
           ELSE
               PERFORM MEASURE-THE-OPERATOR
               MOVE MEASURE-MAD TO OSTAT-MAD (O-SUB)
               PERFORM SCORE-THE-OPERATOR-DIGITS.
           COMPUTE SCORE-WORK =
               SCORE-WORK + OSTAT-CLUSTERS (O-SUB) * 4.
           IF SCORE-WORK > 99
               MOVE 99 TO SCORE-WORK.
           MOVE SCORE-WORK TO OSTAT-SCORE (O-SUB).
           IF SCORE-WORK > HIGHEST-SCORE
               MOVE SCORE-WORK TO HIGHEST-SCORE.
           ADD 1 TO O-SUB.

       SCORE-THE-OPERATOR-DIGITS.
           IF MEASURE-MAD > 1.50
               MOVE "Y" TO OSTAT-BENFORD-FLAG (O-SUB)
               ADD 3 TO SCORE-WORK
           ELSE
           IF MEASURE-MAD > 1.20
               MOVE "M" TO OSTAT-BENFORD-FLAG (O-SUB)
               ADD 1 TO SCORE-WORK.

       MEASURE-THE-OPERATOR.
           MOVE OSTAT-TESTED (O-SUB) TO MEASURE-TESTED.
           MOVE 1 TO DIGIT-SUB.
           PERFORM MOVE-ONE-OPERATOR-DIGIT
               UNTIL DIGIT-SUB > 9.
           PERFORM MEASURE-THE-DIGITS.

       MOVE-ONE-OPERATOR-DIGIT.
           MOVE OSTAT-DIGIT-COUNT (O-SUB DIGIT-SUB)
               TO MEASURE-COUNT (DIGIT-SUB).
           ADD 1 TO DIGIT-SUB.

      *-------------------------------------------------------------
      * Each digit's actual share of the tested vouchers, and
      * the mean of the nine distances from Benford's share.
      *-------------------------------------------------------------
       MEASURE-THE-DIGITS.
           MOVE ZEROES TO MEASURE-DEVIATION-SUM.
           MOVE 1 TO DIGIT-SUB.
           PERFORM MEASURE-ONE-DIGIT
               UNTIL DIGIT-SUB > 9.
           COMPUTE MEASURE-MAD ROUNDED = MEASURE-DEVIATION-SUM / 9.

       MEASURE-ONE-DIGIT.
           MOVE ZEROES TO MEASURE-PERCENT (DIGIT-SUB).
           IF MEASURE-TESTED > ZERO
               COMPUTE MEASURE-PERCENT (DIGIT-SUB) ROUNDED =
                   MEASURE-COUNT (DIGIT-SUB) * 100 / MEASURE-TESTED.
           COMPUTE MEASURE-DIFFERENCE =
               MEASURE-PERCENT (DIGIT-SUB)
                   - BENFORD-EXPECTED (DIGIT-SUB).
           IF MEASURE-DIFFERENCE < ZERO
               COMPUTE MEASURE-DEVIATION-SUM =
                   MEASURE-DEVIATION-SUM - MEASURE-DIFFERENCE
           ELSE
               ADD MEASURE-DIFFERENCE TO MEASURE-DEVIATION-SUM.
           ADD 1 TO DIGIT-SUB.

      *****************************************************
      *        THE REPORT
      *****************************************************
       PRINT-THE-HEADINGS.
           MOVE PERIOD-START TO PRINT-PERIOD-START.
           MOVE PERIOD-END TO PRINT-PERIOD-END.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF APPROVAL-THRESHOLD = ZERO
               MOVE "NO APPROVAL THRESHOLD ON FILE - NO SPLITTING TEST"
                   TO PRINTER-RECORD
           ELSE
               MOVE APPROVAL-THRESHOLD TO PRINT-THRESHOLD
               MOVE JUST-UNDER-PERCENT TO PRINT-JUST-UNDER
               MOVE WINDOW-DAYS TO PRINT-WINDOW-DAYS
               MOVE THRESHOLD-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE BENFORD-MINIMUM TO PRINT-BENFORD-MINIMUM.
           MOVE ROUND-PERCENT TO PRINT-ROUND-PERCENT.
           MOVE MINIMUM-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-A-SECTION-LINE.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SECTION-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-OVERALL-DIGITS.
           MOVE "FIRST DIGITS - ALL VOUCHERS" TO PRINT-SECTION-NAME.
           PERFORM PRINT-A-SECTION-LINE.
           MOVE DIGIT-COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE ALL-TESTED TO MEASURE-TESTED.
           MOVE 1 TO DIGIT-SUB.
           PERFORM MOVE-ONE-OVERALL-DIGIT
               UNTIL DIGIT-SUB > 9.
           PERFORM MEASURE-THE-DIGITS.
           MOVE 1 TO DIGIT-SUB.
           PERFORM PRINT-ONE-DIGIT-LINE
               UNTIL DIGIT-SUB > 9.
           MOVE ALL-TESTED TO PRINT-TESTED.
           MOVE MEASURE-MAD TO PRINT-MAD.
           IF MEASURE-MAD > 1.50
               MOVE "NONCONFORMITY" TO PRINT-CONFORMITY
           ELSE
           IF MEASURE-MAD > 1.20
               MOVE "MARGINAL CONFORMITY" TO PRINT-CONFORMITY
           ELSE
           IF MEASURE-MAD > 0.60
               MOVE "ACCEPTABLE" TO PRINT-CONFORMITY
           ELSE
               MOVE "CLOSE CONFORMITY" TO PRINT-CONFORMITY.
           MOVE MAD-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE ALL-ROUND TO PRINT-ALL-ROUND.
           MOVE ALL-INVOICES TO PRINT-ALL-INVOICES.
           MOVE ZEROES TO ROUND-SHARE.
           IF ALL-INVOICES > ZERO
               COMPUTE ROUND-SHARE = ALL-ROUND * 100 / ALL-INVOICES.
           MOVE ROUND-SHARE TO PRINT-ALL-ROUND-SHARE.
           MOVE ROUND-TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       MOVE-ONE-OVERALL-DIGIT.
           MOVE ALL-DIGIT-COUNT (DIGIT-SUB)
               TO MEASURE-COUNT (DIGIT-SUB).
           ADD 1 TO DIGIT-SUB.

       PRINT-ONE-DIGIT-LINE.
           MOVE DIGIT-SUB TO PRINT-DIGIT.
           MOVE MEASURE-COUNT (DIGIT-SUB) TO PRINT-DIGIT-COUNT.
           MOVE MEASURE-PERCENT (DIGIT-SUB) TO PRINT-ACTUAL.
           MOVE BENFORD-EXPECTED (DIGIT-SUB) TO PRINT-EXPECTED.
           COMPUTE PRINT-DIFFERENCE =
               MEASURE-PERCENT (DIGIT-SUB)
                   - BENFORD-EXPECTED (DIGIT-SUB).
           MOVE DIGIT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD 1 TO DIGIT-SUB.

      *-------------------------------------------------------------
      * Highest score first, the way VNDFRD01 ranks - one pass
      * of the table per score from the highest found down.
      *-------------------------------------------------------------
       PRINT-THE-VENDOR-RANKING.
           MOVE "VENDOR RISK RANKING" TO PRINT-SECTION-NAME.
           PERFORM PRINT-A-SECTION-LINE.
           MOVE RANK-COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE HIGHEST-SCORE TO RANK-SCORE.
           PERFORM PRINT-ONE-VENDOR-SCORE
               UNTIL RANK-SCORE = ZERO.

       PRINT-ONE-VENDOR-SCORE.
           MOVE 1 TO V-SUB.
           PERFORM PRINT-VENDOR-SCORE-MEMBERS
               UNTIL V-SUB > VENDOR-COUNT.
           SUBTRACT 1 FROM RANK-SCORE.

       PRINT-VENDOR-SCORE-MEMBERS.
           IF VSTAT-SCORE (V-SUB) = RANK-SCORE
               PERFORM PRINT-ONE-RANKED-VENDOR.
           ADD 1 TO V-SUB.

       PRINT-ONE-RANKED-VENDOR.
           MOVE SPACES TO RANK-LINE.
           MOVE VSTAT-SCORE (V-SUB) TO PRINT-SCORE.
           MOVE VSTAT-VENDOR (V-SUB) TO PRINT-RANK-ID.
           MOVE VSTAT-VENDOR (V-SUB) TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           MOVE VENDOR-NAME TO PRINT-RANK-NAME.
           MOVE VSTAT-INVOICES (V-SUB) TO PRINT-RANK-INVOICES.
           MOVE VSTAT-MAD (V-SUB) TO PRINT-RANK-MAD.
           COMPUTE PRINT-RANK-ROUND =
               VSTAT-ROUND (V-SUB) * 100 / VSTAT-INVOICES (V-SUB).
           MOVE "%" TO PRINT-RANK-PERCENT-SIGN.
           MOVE VSTAT-CLUSTERS (V-SUB) TO PRINT-RANK-CLUSTERS.
           IF VSTAT-BENFORD-FLAG (V-SUB) = "Y"
               MOVE "DIGITS" TO PRINT-REASONS (1:6).
           IF VSTAT-BENFORD-FLAG (V-SUB) = "M"
               MOVE "DIGITS?" TO PRINT-REASONS (1:7).
           IF VSTAT-ROUND-FLAG (V-SUB) = "Y"
               MOVE "ROUND" TO PRINT-REASONS (9:5).
           IF VSTAT-CLUSTERS (V-SUB) > ZERO
               MOVE "SPLITS" TO PRINT-REASONS (15:6).
           MOVE RANK-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD 1 TO FLAGGED-COUNT.

       PRINT-THE-OPERATOR-RANKING.
           MOVE "OPERATOR RISK RANKING" TO PRINT-SECTION-NAME.
           PERFORM PRINT-A-SECTION-LINE.
           MOVE RANK-COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE HIGHEST-SCORE TO RANK-SCORE.
           PERFORM PRINT-ONE-OPERATOR-SCORE
               UNTIL RANK-SCORE = ZERO.

       PRINT-ONE-OPERATOR-SCORE.
           MOVE 1 TO O-SUB.
           PERFORM PRINT-OPERATOR-SCORE-MEMBERS
               UNTIL O-SUB > OPERATOR-COUNT.
           SUBTRACT 1 FROM RANK-SCORE.

       PRINT-OPERATOR-SCORE-MEMBERS.
           IF OSTAT-SCORE (O-SUB) = RANK-SCORE
               PERFORM PRINT-ONE-RANKED-OPERATOR.
           ADD 1 TO O-SUB.

       PRINT-ONE-RANKED-OPERATOR.
           MOVE SPACES TO RANK-LINE.
           MOVE OSTAT-SCORE (O-SUB) TO PRINT-SCORE.
           MOVE OSTAT-OPERATOR (O-SUB) TO PRINT-RANK-ID.
           MOVE OSTAT-INVOICES (O-SUB) TO PRINT-RANK-INVOICES.
           MOVE OSTAT-MAD (O-SUB) TO PRINT-RANK-MAD.
           MOVE OSTAT-CLUSTERS (O-SUB) TO PRINT-RANK-CLUSTERS.
           IF OSTAT-BENFORD-FLAG (O-SUB) = "Y"
               MOVE "DIGITS" TO PRINT-REASONS (1:6).
           IF OSTAT-BENFORD-FLAG (O-SUB) = "M"
               MOVE "DIGITS?" TO PRINT-REASONS (1:7).
           IF OSTAT-CLUSTERS (O-SUB) > ZERO
               MOVE "SPLITS" TO PRINT-REASONS (15:6).
           MOVE RANK-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD 1 TO FLAGGED-COUNT.

       PRINT-THE-ROUND-VENDORS.
           MOVE "ROUND-HUNDRED INVOICES" TO PRINT-SECTION-NAME.
           PERFORM PRINT-A-SECTION-LINE.
           MOVE ROUND-COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE 1 TO V-SUB.
           PERFORM PRINT-ONE-ROUND-VENDOR
               UNTIL V-SUB > VENDOR-COUNT.

       PRINT-ONE-ROUND-VENDOR.
           IF VSTAT-ROUND-FLAG (V-SUB) = "Y"
               MOVE VSTAT-VENDOR (V-SUB) TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD
               MOVE VSTAT-VENDOR (V-SUB) TO PRINT-ROUND-VENDOR
               MOVE VENDOR-NAME TO PRINT-ROUND-NAME
               MOVE VSTAT-INVOICES (V-SUB) TO PRINT-ROUND-INVOICES
               MOVE VSTAT-ROUND (V-SUB) TO PRINT-ROUND-COUNT
               COMPUTE PRINT-ROUND-SHARE =
                   VSTAT-ROUND (V-SUB) * 100 / VSTAT-INVOICES (V-SUB)
               MOVE ROUND-LINE TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           ADD 1 TO V-SUB.

       PRINT-THE-VENDOR-SPREADS.
           MOVE "FIRST DIGITS BY VENDOR (PERCENT)"
               TO PRINT-SECTION-NAME.
           PERFORM PRINT-A-SECTION-LINE.
           MOVE "VENDOR" TO PRINT-SPREAD-HEADING.
           PERFORM PRINT-THE-SPREAD-HEADINGS.
           MOVE 1 TO V-SUB.
           PERFORM PRINT-ONE-VENDOR-SPREAD
               UNTIL V-SUB > VENDOR-COUNT.
           MOVE VENDORS-UNTESTED TO PRINT-COUNT.
           MOVE "VENDOR(S) WITH TOO FEW VOUCHERS TO TEST"
               TO PRINT-COUNT-TEXT.
           MOVE COUNT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-VENDOR-SPREAD.
           IF VSTAT-TESTED (V-SUB) NOT < BENFORD-MINIMUM
               MOVE VSTAT-VENDOR (V-SUB) TO PRINT-SPREAD-ID
               PERFORM MEASURE-THE-VENDOR
               PERFORM PRINT-ONE-SPREAD.
           ADD 1 TO V-SUB.

       PRINT-THE-OPERATOR-SPREADS.
           MOVE "FIRST DIGITS BY OPERATOR (PERCENT)"
               TO PRINT-SECTION-NAME.
           PERFORM PRINT-A-SECTION-LINE.
           MOVE "OPERATOR" TO PRINT-SPREAD-HEADING.
           PERFORM PRINT-THE-SPREAD-HEADINGS.
           MOVE 1 TO O-SUB.
           PERFORM PRINT-ONE-OPERATOR-SPREAD
               UNTIL O-SUB > OPERATOR-COUNT.
           MOVE OPERATORS-UNTESTED TO PRINT-COUNT.
           MOVE "OPERATOR(S) WITH TOO FEW VOUCHERS TO TEST"
               TO PRINT-COUNT-TEXT.
           MOVE COUNT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-OPERATOR-SPREAD.
           IF OSTAT-TESTED (O-SUB) NOT < BENFORD-MINIMUM
               MOVE OSTAT-OPERATOR (O-SUB) TO PRINT-SPREAD-ID
               PERFORM MEASURE-THE-OPERATOR
               PERFORM PRINT-ONE-SPREAD.
           ADD 1 TO O-SUB.

      *-------------------------------------------------------------
      * The column headings, then a line of Benford's shares
      * rounded to whole percents to read the rest against.
      *-------------------------------------------------------------
       PRINT-THE-SPREAD-HEADINGS.
           MOVE SPREAD-COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACES TO SPREAD-LINE.
           MOVE "EXPECTED" TO PRINT-SPREAD-ID.
           MOVE 1 TO DIGIT-SUB.
           PERFORM MOVE-ONE-EXPECTED-SPREAD
               UNTIL DIGIT-SUB > 9.
           MOVE SPREAD-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       MOVE-ONE-EXPECTED-SPREAD.
           COMPUTE PRINT-SPREAD-PERCENT (DIGIT-SUB) ROUNDED =
               BENFORD-EXPECTED (DIGIT-SUB).
           ADD 1 TO DIGIT-SUB.

       PRINT-ONE-SPREAD.
           MOVE MEASURE-TESTED TO PRINT-SPREAD-TESTED.
           MOVE 1 TO DIGIT-SUB.
           PERFORM MOVE-ONE-ACTUAL-SPREAD
               UNTIL DIGIT-SUB > 9.
           MOVE MEASURE-MAD TO PRINT-SPREAD-MAD.
           MOVE SPREAD-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       MOVE-ONE-ACTUAL-SPREAD.
           COMPUTE PRINT-SPREAD-PERCENT (DIGIT-SUB) ROUNDED =
               MEASURE-PERCENT (DIGIT-SUB).
           ADD 1 TO DIGIT-SUB.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO VENDOR-FOUND
                   MOVE "** VENDOR NOT ON FILE **" TO VENDOR-NAME.

       WRITE-TO-PRINTER.
           WRITE PRINTER-RECORD.

           COPY "PLDATE01.CBL".

           COPY "PLPRNT01.CBL".
