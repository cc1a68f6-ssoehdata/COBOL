       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. NXSMON01.
      *
      *    Monthly economic-nexus watch. We collect sales tax only
      *    in the states carrying a rate on the STATE-FILE, but a
      *    state can make us collect once our sales into it pass
      *    its dollar or transaction-count threshold, presence or
      *    no presence. For the month the operator keys (this
      *    month by default) every state on the Nexus Threshold
      *    File (NXSMNT01) has the sales to customers whose
      *    CM-STATE is that state totalled over its measurement
      *    period, ending with the last day of that month:
      *
      *      ROLLING - the threshold record's number of months;
      *      CALENDAR - January 1 of that year on;
      *      PRIOR OR CURRENT - the previous calendar year and
      *        this one to date, each measured, the closer one
      *        counting.
      *
      *    Sales are counted the way the YTD sales figure counts
      *    them - invoices, credit memos against them, and plain
      *    adjustments, but none of the adjustments that stay out
      *    of sales (finance charges, bad debt, refunds, nettings)
      *    - at the pre-tax amount. The transaction count is the
      *    number of invoices. The nearer of the two tests, as a
      *    percentage of its threshold, is how close we are.
      *
      *    The report lists every state watched; one where we
      *    already collect is shown for the record but raises
      *    nothing. Where we do not, the first run to find a
      *    state at 80 per cent posts a medium alert on the
      *    operator alert board, and the first to find it at 100
      *    a high one, so the tax manager registers before we owe
      *    tax we never collected. The level reached is kept on
      *    the threshold record - a rerun, or the next month with
      *    the state still there, posts nothing new; a state that
      *    falls back below a level will alert again on crossing
      *    it again.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           COPY "SLCUST01.CBL".
           COPY "SLSTRX01.CBL".
           COPY "SLNXS01.CBL".
           COPY "SLSTATE.CBL".
           COPY "SLALRT01.CBL".
           COPY "SLPCFG01.CBL".
           SELECT NEXUS-REPORT ASSIGN DYNAMIC OUTPUT-DESTINATION.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
           COPY "FDCUST01.CBL".
      *
           COPY "FDSTRX01.CBL".
      *
           COPY "FDNXS01.CBL".
      *
           COPY "FDSTATE.CBL".
      *
           COPY "FDALRT01.CBL".
      *
           COPY "FDPCFG01.CBL".
      *
       FD  NEXUS-REPORT.
      *
       01  PRINT-AREA      PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY "WSALRT01.CBL".
      *
       01  SWITCHES.
           05  CUSTOMER-EOF-SWITCH     PIC X   VALUE "N".
           05  TRANSACTION-EOF-SWITCH  PIC X.
           05  NEXUS-EOF-SWITCH        PIC X.
           05  NEXUS-FOUND-SWITCH      PIC X.
           05  STATE-FOUND-SWITCH      PIC X.
           05  COLLECTING-SWITCH       PIC X.
               88  STATE-IS-COLLECTING VALUE "Y".
      *
       01  PARAMETER-FIELDS.
           05  OUTPUT-DESTINATION      PIC X(60)     VALUE
               "C:\gnuCobol\COBOL\DATA\NXSMON.PRN".
           05  DESTINATION-ENTRY       PIC X(60)     VALUE SPACE.
           05  MEASURED-PERIOD         PIC 9(6)      VALUE ZERO.
           05  MEASURED-PERIOD-MONTH REDEFINES MEASURED-PERIOD.
               10  MP-CCYY             PIC 9(4).
               10  MP-MONTH            PIC 9(2).
      *
       01  CALCULATED-FIELDS.
           05  TODAY-CCYYMMDD          PIC 9(8).
           05  TODAY-PARTS REDEFINES TODAY-CCYYMMDD.
               10  TODAY-CCYYMM        PIC 9(6).
               10  FILLER              PIC 9(2).
           05  NEXT-MONTH-START        PIC 9(8).
           05  PERIOD-END-DATE         PIC 9(8).
           05  YEAR-START-DATE         PIC 9(8).
           05  PRIOR-YEAR-START        PIC 9(8).
           05  PRIOR-YEAR-END          PIC 9(8).
           05  WINDOW-START-DATE       PIC 9(8).
           05  MONTH-INDEX             PIC 9(6).
           05  START-CCYY              PIC 9(4).
           05  START-MONTH             PIC 9(2).
           05  PERCENT-SALES           PIC S9(9)V99.
           05  PERCENT-COUNT           PIC 9(7).
           05  DOLLAR-PERCENT          PIC 9(4)V9.
           05  COUNT-PERCENT           PIC 9(4)V9.
           05  PERCENT-RESULT          PIC 9(4)V9.
           05  CURRENT-PERCENT         PIC 9(4)V9.
           05  PRIOR-PERCENT           PIC 9(4)V9.
           05  NEW-ALERT-LEVEL         PIC X(1).
           05  SHOWN-SALES             PIC S9(9)V99.
           05  SHOWN-COUNT             PIC 9(7).
           05  SHOWN-FROM              PIC 9(8).
           05  SHOWN-THROUGH           PIC 9(8).
      *
       01  COUNT-FIELDS.
           05  STATES-MEASURED         PIC 9(5)      VALUE ZERO.
           05  STATES-COLLECTING       PIC 9(5)      VALUE ZERO.
           05  STATES-AT-WARNING       PIC 9(5)      VALUE ZERO.
           05  STATES-PAST-THRESHOLD   PIC 9(5)      VALUE ZERO.
           05  ALERTS-POSTED           PIC 9(5)      VALUE ZERO.
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  SPACE-CONTROL   PIC S9.
      *
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).
      *
       01  DATE-WORK                   PIC 9(8).
       01  DATE-WORK-PARTS REDEFINES DATE-WORK.
           05  DW-YEAR                 PIC 9(4).
           05  DW-MONTH                PIC 9(2).
           05  DW-DAY                  PIC 9(2).
      *
       01  EDITED-DATE.
           05  ED-MONTH                PIC 9(2).
           05  FILLER                  PIC X          VALUE "/".
           05  ED-DAY                  PIC 9(2).
           05  FILLER                  PIC X          VALUE "/".
           05  ED-YEAR                 PIC 9(4).
      *
      *    The percentage as it reads in an alert message.
      *
       01  ALERT-PERCENT               PIC ZZZ9.9.
      *
       01  ROLLING-PERIOD-TEXT.
           05  FILLER          PIC X(8)    VALUE "ROLLING ".
           05  RPT-MONTHS      PIC Z9.
      *
       01  COMPANY-NAME-LINE.
           05  FILLER          PIC X(25)   VALUE SPACE.
           05  CNL-COMPANY-NAME PIC X(30).
           05  FILLER          PIC X(77)   VALUE SPACE.
      *
       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "ECONOMIC NEXUS WATCH".
           05  FILLER          PIC X(20)   VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "NXSMON01".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  THROUGH-LINE.
           05  FILLER          PIC X(26)   VALUE
               "SALES MEASURED THROUGH:   ".
           05  THL-THROUGH     PIC X(10).
           05  FILLER          PIC X(96)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "ST  STATE NAME      ".
           05  FILLER      PIC X(20)   VALUE "PERIOD      FROM    ".
           05  FILLER      PIC X(20)   VALUE "   THROUGH          ".
           05  FILLER      PIC X(20)   VALUE "     SALES  SALES LI".
           05  FILLER      PIC X(20)   VALUE "MIT    COUNT   LIMIT".
           05  FILLER      PIC X(20)   VALUE "     PCT  STATUS    ".
           05  FILLER      PIC X(12)   VALUE "      ALERT ".
      *
       01  STATE-LINE.
           05  SL-STATE-CODE        PIC X(2).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SL-STATE-NAME        PIC X(14).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SL-PERIOD            PIC X(10).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SL-FROM              PIC X(10).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  SL-THROUGH           PIC X(10).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SL-SALES             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SL-SALES-LIMIT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SL-COUNT-LIMIT       PIC ZZ,ZZ9.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SL-PERCENT           PIC ZZZ9.9.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SL-STATUS            PIC X(14).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SL-ALERT             PIC X(6).
      *
       01  TOTAL-LINE.
           05  FILLER               PIC X(17)      VALUE
               "STATES MEASURED: ".
           05  TL-MEASURED          PIC ZZZZ9.
           05  FILLER               PIC X(15)      VALUE
               "   COLLECTING: ".
           05  TL-COLLECTING        PIC ZZZZ9.
           05  FILLER               PIC X(20)      VALUE
               "   AT 80 PER CENT: ".
           05  TL-WARNING           PIC ZZZZ9.
           05  FILLER               PIC X(19)      VALUE
               "   PAST THRESHOLD: ".
           05  TL-PAST              PIC ZZZZ9.
           05  FILLER               PIC X(18)      VALUE
               "   ALERTS POSTED: ".
           05  TL-ALERTS            PIC ZZZZ9.
           05  FILLER               PIC X(18)      VALUE SPACE.
      *
       01  NOTHING-WATCHED-LINE.
           05  FILLER               PIC X(45)      VALUE
               "*** NO STATES ON THE NEXUS THRESHOLD FILE ***".
           05  FILLER               PIC X(87)      VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-MONITOR-NEXUS-THRESHOLDS.
      *
           PERFORM 105-ACCEPT-OUTPUT-DESTINATION.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 110-ACCEPT-MEASURED-PERIOD.
           PERFORM 115-READ-PRINT-CONFIG.
           PERFORM 120-SET-PERIOD-DATES.
           PERFORM 100-FORMAT-REPORT-HEADING.
           OPEN I-O    NEXUS-THRESHOLD-FILE
                       ALERT-FILE
                INPUT  CUSTMAST
                       SALES-TRANSACTION-FILE
                       STATE-FILE
                OUTPUT NEXUS-REPORT.
           MOVE "NXSMON01" TO ALERT-POST-PROGRAM.
           PERFORM 130-START-NEXUS-FILE.
           PERFORM 140-CLEAR-ONE-MEASUREMENT
               UNTIL NEXUS-EOF-SWITCH = "Y".
           PERFORM 200-MEASURE-ONE-CUSTOMER
               UNTIL CUSTOMER-EOF-SWITCH = "Y".
           PERFORM 295-PRINT-HEADING-LINES.
           PERFORM 130-START-NEXUS-FILE.
           PERFORM 300-REPORT-ONE-STATE
               UNTIL NEXUS-EOF-SWITCH = "Y".
           PERFORM 280-PRINT-MONITOR-TOTALS.
           CLOSE NEXUS-THRESHOLD-FILE
                 ALERT-FILE
                 CUSTMAST
                 SALES-TRANSACTION-FILE
                 STATE-FILE
                 NEXUS-REPORT.
           DISPLAY STATES-MEASURED " STATE(S) MEASURED, "
               ALERTS-POSTED " ALERT(S) POSTED".
           STOP RUN.
      *
       100-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
           MOVE PERIOD-END-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO THL-THROUGH.
      *
       105-ACCEPT-OUTPUT-DESTINATION.
      *
           DISPLAY "ENTER THE OUTPUT DESTINATION (PRINTER NAME OR"
           DISPLAY "FILE PATH), OR PRESS ENTER FOR " OUTPUT-DESTINATION.
           ACCEPT DESTINATION-ENTRY.
           IF DESTINATION-ENTRY NOT = SPACES
               MOVE DESTINATION-ENTRY TO OUTPUT-DESTINATION.
      *
       110-ACCEPT-MEASURED-PERIOD.
      *
           PERFORM 112-ACCEPT-ONE-PERIOD.
           PERFORM 113-RE-ACCEPT-ONE-PERIOD
               UNTIL MEASURED-PERIOD NOT > TODAY-CCYYMM
                   AND MP-MONTH > ZERO
                   AND MP-MONTH < 13.
      *
       112-ACCEPT-ONE-PERIOD.
      *
           DISPLAY "ENTER THE MONTH TO MEASURE THROUGH (CCYYMM)".
           DISPLAY "OR 0 FOR THIS MONTH".
           ACCEPT MEASURED-PERIOD.
           IF MEASURED-PERIOD = ZERO
               MOVE TODAY-CCYYMM TO MEASURED-PERIOD.
      *
       113-RE-ACCEPT-ONE-PERIOD.
      *
           DISPLAY "THE PERIOD MUST BE A MONTH NO LATER THAN THIS ONE".
           PERFORM 112-ACCEPT-ONE-PERIOD.
      *
       115-READ-PRINT-CONFIG.
      *
           OPEN INPUT PRINT-CONFIG-FILE.
           MOVE 1 TO PRINT-CONFIG-KEY.
           READ PRINT-CONFIG-FILE
               INVALID KEY
                   MOVE SPACES TO PRINT-CONFIG-COMPANY-NAME.
           IF PRINT-CONFIG-MAX-LINES NOT = ZERO
               MOVE PRINT-CONFIG-MAX-LINES TO LINES-ON-PAGE.
           CLOSE PRINT-CONFIG-FILE.
      *
      *    Every window ends on the last day of the month measured
      *    - the day before the first of the month after.
      *
       120-SET-PERIOD-DATES.
      *
           IF MP-MONTH = 12
               COMPUTE NEXT-MONTH-START =
                   (MEASURED-PERIOD + 89) * 100 + 1
           ELSE
               COMPUTE NEXT-MONTH-START =
                   (MEASURED-PERIOD + 1) * 100 + 1.
           COMPUTE PERIOD-END-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(NEXT-MONTH-START) - 1).
           COMPUTE YEAR-START-DATE = MP-CCYY * 10000 + 101.
           COMPUTE PRIOR-YEAR-START = (MP-CCYY - 1) * 10000 + 101.
           COMPUTE PRIOR-YEAR-END = (MP-CCYY - 1) * 10000 + 1231.
      *
       130-START-NEXUS-FILE.
      *
           MOVE LOW-VALUES TO NX-STATE-CODE.
           MOVE "N" TO NEXUS-EOF-SWITCH.
           START NEXUS-THRESHOLD-FILE
               KEY NOT < NX-STATE-CODE
               INVALID KEY
                   MOVE "Y" TO NEXUS-EOF-SWITCH.
      *
      *    Last run's totals come off every state before this
      *    run's customers are added in.
      *
       140-CLEAR-ONE-MEASUREMENT.
      *
           READ NEXUS-THRESHOLD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO NEXUS-EOF-SWITCH.
           IF NEXUS-EOF-SWITCH = "N"
               MOVE ZERO TO NX-MEASURED-SALES
               MOVE ZERO TO NX-MEASURED-COUNT
               MOVE ZERO TO NX-PRIOR-YEAR-SALES
               MOVE ZERO TO NX-PRIOR-YEAR-COUNT
               PERFORM 290-REWRITE-NEXUS-RECORD.
      *
      *    A customer in a state nobody is watching is passed
      *    over without reading its sales.
      *
       200-MEASURE-ONE-CUSTOMER.
      *
           READ CUSTMAST NEXT RECORD
               AT END
                   MOVE "Y" TO CUSTOMER-EOF-SWITCH.
           IF CUSTOMER-EOF-SWITCH = "N"
               PERFORM 205-READ-CUSTOMER-STATE
               IF NEXUS-FOUND-SWITCH = "Y"
                   PERFORM 210-SET-WINDOW-START
                   PERFORM 220-MEASURE-CUSTOMER-SALES
                   PERFORM 290-REWRITE-NEXUS-RECORD.
      *
       205-READ-CUSTOMER-STATE.
      *
           MOVE CM-STATE TO NX-STATE-CODE.
           MOVE "Y" TO NEXUS-FOUND-SWITCH.
           READ NEXUS-THRESHOLD-FILE
               INVALID KEY
                   MOVE "N" TO NEXUS-FOUND-SWITCH.
           IF NEXUS-FOUND-SWITCH = "Y"
               AND NX-SALES-THRESHOLD = ZERO
               AND NX-COUNT-THRESHOLD = ZERO
               MOVE "N" TO NEXUS-FOUND-SWITCH.
      *
      *    A rolling window opens on the first of the month its
      *    number of months back, counting the month measured as
      *    the last of them.
      *
       210-SET-WINDOW-START.
      *
           IF NX-PERIOD-IS-ROLLING
               AND NX-PERIOD-MONTHS NOT = ZERO
               COMPUTE MONTH-INDEX =
                   MP-CCYY * 12 + MP-MONTH - NX-PERIOD-MONTHS
               DIVIDE MONTH-INDEX BY 12
                   GIVING START-CCYY REMAINDER START-MONTH
               COMPUTE WINDOW-START-DATE =
                   START-CCYY * 10000 + (START-MONTH + 1) * 100 + 1
           ELSE
               MOVE YEAR-START-DATE TO WINDOW-START-DATE.
      *
       220-MEASURE-CUSTOMER-SALES.
      *
           MOVE CM-CUSTOMER-NUMBER TO ST-CUSTOMER-NUMBER.
           MOVE SPACES TO ST-INVOICE-NUMBER.
           MOVE "N" TO TRANSACTION-EOF-SWITCH.
           START SALES-TRANSACTION-FILE
               KEY NOT < ST-TRANSACTION-KEY
               INVALID KEY
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH.
           PERFORM 225-MEASURE-ONE-TRANSACTION
               UNTIL TRANSACTION-EOF-SWITCH = "Y".
      *
       225-MEASURE-ONE-TRANSACTION.
      *
           READ SALES-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH.
           IF TRANSACTION-EOF-SWITCH = "N"
               IF ST-CUSTOMER-NUMBER NOT = CM-CUSTOMER-NUMBER
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH
               ELSE
               IF NOT ST-IS-ADJUSTMENT
                   OR NOT ST-STAYS-OUT-OF-SALES
                   PERFORM 230-MEASURE-ONE-SALE.
      *
       230-MEASURE-ONE-SALE.
      *
           IF ST-INVOICE-DATE NOT < WINDOW-START-DATE
               AND ST-INVOICE-DATE NOT > PERIOD-END-DATE
               ADD ST-INVOICE-AMOUNT TO NX-MEASURED-SALES
               IF ST-IS-INVOICE
                   ADD 1 TO NX-MEASURED-COUNT.
           IF NX-PERIOD-IS-PRIOR-OR-CURRENT
               AND ST-INVOICE-DATE NOT < PRIOR-YEAR-START
               AND ST-INVOICE-DATE NOT > PRIOR-YEAR-END
               ADD ST-INVOICE-AMOUNT TO NX-PRIOR-YEAR-SALES
               IF ST-IS-INVOICE
                   ADD 1 TO NX-PRIOR-YEAR-COUNT.
      *
       280-PRINT-MONITOR-TOTALS.
      *
           IF STATES-MEASURED = ZERO
               MOVE NOTHING-WATCHED-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE STATES-MEASURED TO TL-MEASURED.
           MOVE STATES-COLLECTING TO TL-COLLECTING.
           MOVE STATES-AT-WARNING TO TL-WARNING.
           MOVE STATES-PAST-THRESHOLD TO TL-PAST.
           MOVE ALERTS-POSTED TO TL-ALERTS.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       290-REWRITE-NEXUS-RECORD.
      *
           REWRITE NEXUS-THRESHOLD-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING NEXUS RECORD "
                       NX-STATE-CODE.
      *
       295-PRINT-HEADING-LINES.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           IF PRINT-CONFIG-COMPANY-NAME NOT = SPACES
               MOVE PRINT-CONFIG-COMPANY-NAME TO CNL-COMPANY-NAME
               MOVE COMPANY-NAME-LINE   TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING PAGE
               MOVE HEADING-LINE-1 TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES
           ELSE
               MOVE HEADING-LINE-1 TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE THROUGH-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.
      *
       300-REPORT-ONE-STATE.
      *
           READ NEXUS-THRESHOLD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO NEXUS-EOF-SWITCH.
           IF NEXUS-EOF-SWITCH = "N"
               ADD 1 TO STATES-MEASURED
               PERFORM 305-READ-STATE-RECORD
               PERFORM 310-SIZE-UP-STATE
               PERFORM 320-SET-ALERT-LEVEL
               PERFORM 322-POST-NEW-ALERT
               MOVE NEW-ALERT-LEVEL TO NX-ALERT-LEVEL
               MOVE MEASURED-PERIOD TO NX-LAST-MEASURED-PERIOD
               PERFORM 290-REWRITE-NEXUS-RECORD
               PERFORM 350-PRINT-STATE-LINE.
      *
      *    A state we collect in is one the STATE-FILE carries a
      *    sales tax rate for - the rate STXENT01 bills at.
      *
       305-READ-STATE-RECORD.
      *
           MOVE NX-STATE-CODE TO STATE-CODE.
           MOVE "Y" TO STATE-FOUND-SWITCH.
           READ STATE-FILE
               INVALID KEY
                   MOVE "N" TO STATE-FOUND-SWITCH.
           MOVE "N" TO COLLECTING-SWITCH.
           IF STATE-FOUND-SWITCH = "N"
               MOVE "NOT ON FILE" TO STATE-NAME
           ELSE
           IF STATE-SALES-TAX-RATE NOT = ZERO
               MOVE "Y" TO COLLECTING-SWITCH.
      *
      *    For prior-or-current the year nearer its threshold is
      *    the one shown and the one that counts.
      *
       310-SIZE-UP-STATE.
      *
           PERFORM 210-SET-WINDOW-START.
           MOVE NX-MEASURED-SALES TO PERCENT-SALES.
           MOVE NX-MEASURED-COUNT TO PERCENT-COUNT.
           PERFORM 330-FIGURE-PERCENT.
           MOVE PERCENT-RESULT TO CURRENT-PERCENT.
           MOVE NX-MEASURED-SALES TO SHOWN-SALES.
           MOVE NX-MEASURED-COUNT TO SHOWN-COUNT.
           MOVE WINDOW-START-DATE TO SHOWN-FROM.
           MOVE PERIOD-END-DATE TO SHOWN-THROUGH.
           MOVE ZERO TO PRIOR-PERCENT.
           IF NX-PERIOD-IS-PRIOR-OR-CURRENT
               MOVE NX-PRIOR-YEAR-SALES TO PERCENT-SALES
               MOVE NX-PRIOR-YEAR-COUNT TO PERCENT-COUNT
               PERFORM 330-FIGURE-PERCENT
               MOVE PERCENT-RESULT TO PRIOR-PERCENT.
           IF PRIOR-PERCENT > CURRENT-PERCENT
               MOVE PRIOR-PERCENT TO NX-PERCENT-OF-THRESHOLD
               MOVE NX-PRIOR-YEAR-SALES TO SHOWN-SALES
               MOVE NX-PRIOR-YEAR-COUNT TO SHOWN-COUNT
               MOVE PRIOR-YEAR-START TO SHOWN-FROM
               MOVE PRIOR-YEAR-END TO SHOWN-THROUGH
           ELSE
               MOVE CURRENT-PERCENT TO NX-PERCENT-OF-THRESHOLD.
      *
      *    Alerts go up only as a state climbs - a medium one on
      *    reaching 80 per cent, a high one on reaching 100.
      *
       320-SET-ALERT-LEVEL.
      *
           MOVE SPACES TO SL-ALERT.
           MOVE SPACE TO NEW-ALERT-LEVEL.
           IF STATE-IS-COLLECTING
               ADD 1 TO STATES-COLLECTING
               MOVE "COLLECTING" TO SL-STATUS
           ELSE
           IF NX-SALES-THRESHOLD = ZERO
               AND NX-COUNT-THRESHOLD = ZERO
               MOVE "NO THRESHOLD" TO SL-STATUS
           ELSE
           IF NX-PERCENT-OF-THRESHOLD NOT < 100
               MOVE "T" TO NEW-ALERT-LEVEL
               ADD 1 TO STATES-PAST-THRESHOLD
               MOVE "PAST THRESHOLD" TO SL-STATUS
           ELSE
           IF NX-PERCENT-OF-THRESHOLD NOT < 80
               MOVE "W" TO NEW-ALERT-LEVEL
               ADD 1 TO STATES-AT-WARNING
               MOVE "NEAR THRESHOLD" TO SL-STATUS
           ELSE
               MOVE "NOT COLLECTING" TO SL-STATUS.
      *
      *    The level on file is the one the last run reached.
      *
       322-POST-NEW-ALERT.
      *
           IF NEW-ALERT-LEVEL = "T"
               AND NOT NX-PAST-THRESHOLD
               PERFORM 325-POST-THRESHOLD-ALERT
           ELSE
           IF NEW-ALERT-LEVEL = "W"
               AND NX-BELOW-WARNING
               PERFORM 327-POST-WARNING-ALERT.
      *
       325-POST-THRESHOLD-ALERT.
      *
           MOVE "H" TO ALERT-POST-SEVERITY.
           MOVE NX-PERCENT-OF-THRESHOLD TO ALERT-PERCENT.
           MOVE SPACES TO ALERT-POST-MESSAGE.
           STRING "STATE " NX-STATE-CODE
               " PAST ECONOMIC NEXUS THRESHOLD ("
               ALERT-PERCENT "%)"
               DELIMITED BY SIZE
               INTO ALERT-POST-MESSAGE.
           PERFORM POST-AN-ALERT.
           ADD 1 TO ALERTS-POSTED.
           MOVE "POSTED" TO SL-ALERT.
      *
       327-POST-WARNING-ALERT.
      *
           MOVE "M" TO ALERT-POST-SEVERITY.
           MOVE NX-PERCENT-OF-THRESHOLD TO ALERT-PERCENT.
           MOVE SPACES TO ALERT-POST-MESSAGE.
           STRING "STATE " NX-STATE-CODE " AT "
               ALERT-PERCENT "% OF ECONOMIC NEXUS THRESHOLD"
               DELIMITED BY SIZE
               INTO ALERT-POST-MESSAGE.
           PERFORM POST-AN-ALERT.
           ADD 1 TO ALERTS-POSTED.
           MOVE "POSTED" TO SL-ALERT.
      *
      *    The nearer of the dollar and the count tests; a test
      *    with a zero threshold is not one the state applies.
      *
       330-FIGURE-PERCENT.
      *
           MOVE ZERO TO DOLLAR-PERCENT.
           MOVE ZERO TO COUNT-PERCENT.
           IF NX-SALES-THRESHOLD > ZERO
               AND PERCENT-SALES > ZERO
               COMPUTE DOLLAR-PERCENT ROUNDED =
                   PERCENT-SALES * 100 / NX-SALES-THRESHOLD
                   ON SIZE ERROR
                       MOVE 9999.9 TO DOLLAR-PERCENT.
           IF NX-COUNT-THRESHOLD > ZERO
               COMPUTE COUNT-PERCENT ROUNDED =
                   PERCENT-COUNT * 100 / NX-COUNT-THRESHOLD
                   ON SIZE ERROR
                       MOVE 9999.9 TO COUNT-PERCENT.
           IF DOLLAR-PERCENT > COUNT-PERCENT
               MOVE DOLLAR-PERCENT TO PERCENT-RESULT
           ELSE
               MOVE COUNT-PERCENT TO PERCENT-RESULT.
      *
       350-PRINT-STATE-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 295-PRINT-HEADING-LINES.
           MOVE NX-STATE-CODE TO SL-STATE-CODE.
           MOVE STATE-NAME TO SL-STATE-NAME.
           IF NX-PERIOD-IS-ROLLING
               MOVE NX-PERIOD-MONTHS TO RPT-MONTHS
               MOVE ROLLING-PERIOD-TEXT TO SL-PERIOD
           ELSE
           IF NX-PERIOD-IS-CALENDAR
               MOVE "CALENDAR" TO SL-PERIOD
           ELSE
               MOVE "PRIOR/CURR" TO SL-PERIOD.
           MOVE SHOWN-FROM TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO SL-FROM.
           MOVE SHOWN-THROUGH TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO SL-THROUGH.
           MOVE SHOWN-SALES TO SL-SALES.
           MOVE NX-SALES-THRESHOLD TO SL-SALES-LIMIT.
           MOVE SHOWN-COUNT TO SL-COUNT.
           MOVE NX-COUNT-THRESHOLD TO SL-COUNT-LIMIT.
           MOVE NX-PERCENT-OF-THRESHOLD TO SL-PERCENT.
           MOVE STATE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           ADD SPACE-CONTROL TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *
       700-EDIT-THE-DATE.
      *
           MOVE DW-MONTH TO ED-MONTH.
           MOVE DW-DAY TO ED-DAY.
           MOVE DW-YEAR TO ED-YEAR.
      *
           COPY "PLALRT01.CBL".
