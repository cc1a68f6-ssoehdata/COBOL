       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. COLPRM01.
      *
      *    Daily promise-to-pay check. Every promise still OPEN
      *    on the Collection Activity File is held up against the
      *    customer's checks on the Cash Receipts Journal - the
      *    checks taken from the day the promise was made through
      *    the day promised, a check since returned by the bank
      *    not counted. Checks covering the amount promised make
      *    the promise KEPT. A promise whose day has gone by
      *    short is BROKEN, and its follow-up is set to today so
      *    the customer heads COLWRK01's worklist. A promise not
      *    yet due stays OPEN with what has come in so far. The
      *    register lists the promises kept and broken this run.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           COPY "SLCOL01.CBL".
           COPY "SLCRJ01.CBL".
           COPY "SLCUST01.CBL".
           COPY "SLPCFG01.CBL".
           SELECT PROMISE-REGISTER ASSIGN DYNAMIC OUTPUT-DESTINATION.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
           COPY "FDCOL01.CBL".
      *
           COPY "FDCRJ01.CBL".
      *
           COPY "FDCUST01.CBL".
      *
           COPY "FDPCFG01.CBL".
      *
       FD  PROMISE-REGISTER.
      *
       01  PRINT-AREA      PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  ACTIVITY-EOF-SWITCH     PIC X   VALUE "N".
           05  RECEIPT-EOF-SWITCH      PIC X   VALUE "N".
           05  ACTIVITY-FOUND-SWITCH   PIC X.
      *
       01  PARAMETER-FIELDS.
           05  OUTPUT-DESTINATION      PIC X(60)     VALUE
               "C:\gnuCobol\COBOL\DATA\PRMREG.PRN".
           05  DESTINATION-ENTRY       PIC X(60)     VALUE SPACE.
      *
       01  RUN-FIELDS.
           05  TODAY-CCYYMMDD          PIC 9(8).
           05  SHORT-AMOUNT            PIC S9(7)V99.
      *
      *    One entry per open promise, with the checks found for
      *    it so far.
      *
       01  PROMISE-TABLE-FIELDS.
           05  PROMISE-COUNT           PIC 999 COMP  VALUE ZERO.
           05  PROMISE-LIMIT           PIC 999 COMP  VALUE 500.
           05  PROMISE-SUB             PIC 999 COMP.
      *
       01  PROMISE-TABLE.
           05  PROMISE-ENTRY OCCURS 500 TIMES.
               10  PT-CUSTOMER-NUMBER  PIC 9(5).
               10  PT-SEQUENCE         PIC 9(4).
               10  PT-CONTACT-DATE     PIC 9(8).
               10  PT-PROMISE-DATE     PIC 9(8).
               10  PT-RECEIVED-AMOUNT  PIC S9(7)V99.
      *
       01  COUNT-FIELDS.
           05  PROMISES-LEFT-OUT       PIC 9(5)      VALUE ZERO.
           05  PROMISES-KEPT           PIC 9(5)      VALUE ZERO.
           05  PROMISES-BROKEN         PIC 9(5)      VALUE ZERO.
           05  PROMISES-STILL-OPEN     PIC 9(5)      VALUE ZERO.
      *
       01  TOTAL-FIELDS.
           05  KEPT-PROMISED           PIC S9(9)V99  VALUE ZERO.
           05  KEPT-RECEIVED           PIC S9(9)V99  VALUE ZERO.
           05  BROKEN-PROMISED         PIC S9(9)V99  VALUE ZERO.
           05  BROKEN-RECEIVED         PIC S9(9)V99  VALUE ZERO.
           05  BROKEN-SHORT            PIC S9(9)V99  VALUE ZERO.
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  SPACE-CONTROL   PIC S9.
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
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).
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
           05  FILLER          PIC X(26)   VALUE
               "PROMISE-TO-PAY REGISTER   ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(66)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "COLPRM01".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "CUST.  CUSTOMER NAME".
           05  FILLER      PIC X(20)   VALUE "         CONTACTED  ".
           05  FILLER      PIC X(20)   VALUE " COLLECTOR     PROMI".
           05  FILLER      PIC X(20)   VALUE "SED  DUE BY         ".
           05  FILLER      PIC X(20)   VALUE " RECEIVED         SH".
           05  FILLER      PIC X(20)   VALUE "ORT   RESULT        ".
           05  FILLER      PIC X(12)   VALUE SPACE.
      *
       01  PROMISE-LINE.
           05  PL-CUSTOMER-NUMBER   PIC 9(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PL-CUSTOMER-NAME     PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PL-CONTACT-DATE      PIC X(10).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PL-COLLECTOR-ID      PIC X(8).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PL-PROMISE-AMOUNT    PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PL-PROMISE-DATE      PIC X(10).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PL-RECEIVED-AMOUNT   PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PL-SHORT-AMOUNT      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PL-RESULT            PIC X(6).
           05  FILLER               PIC X(20)      VALUE SPACE.
      *
       01  TOTAL-LINE.
           05  TL-LABEL             PIC X(17).
           05  TL-COUNT             PIC ZZZZ9.
           05  FILLER               PIC X(28)      VALUE SPACE.
           05  TL-PROMISED          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(13)      VALUE SPACE.
           05  TL-RECEIVED          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  TL-SHORT             PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(28)      VALUE SPACE.
      *
       01  OPEN-COUNT-LINE.
           05  FILLER               PIC X(17)      VALUE
               "STILL OPEN:      ".
           05  OCL-COUNT            PIC ZZZZ9.
           05  FILLER               PIC X(110)     VALUE SPACE.
      *
       01  NOTHING-DECIDED-LINE.
           05  FILLER               PIC X(45)      VALUE
               "*** NO PROMISES KEPT OR BROKEN THIS RUN ***".
           05  FILLER               PIC X(87)      VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-CHECK-PROMISES-TO-PAY.
      *
           PERFORM 105-ACCEPT-OUTPUT-DESTINATION.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 115-READ-PRINT-CONFIG.
           PERFORM 100-FORMAT-REPORT-HEADING.
           OPEN I-O    COLLECTION-ACTIVITY-FILE
                INPUT  CASH-RECEIPTS-JOURNAL
                       CUSTMAST
                OUTPUT PROMISE-REGISTER.
           PERFORM 200-TABLE-ONE-ACTIVITY
               UNTIL ACTIVITY-EOF-SWITCH = "Y".
           PERFORM 300-COUNT-ONE-RECEIPT
               UNTIL RECEIPT-EOF-SWITCH = "Y".
           PERFORM 295-PRINT-HEADING-LINES.
           MOVE 1 TO PROMISE-SUB.
           PERFORM 400-DECIDE-ONE-PROMISE
               UNTIL PROMISE-SUB > PROMISE-COUNT.
           PERFORM 480-PRINT-REGISTER-TOTALS.
           CLOSE COLLECTION-ACTIVITY-FILE
                 CASH-RECEIPTS-JOURNAL
                 CUSTMAST
                 PROMISE-REGISTER.
           DISPLAY PROMISES-KEPT " PROMISE(S) KEPT, "
               PROMISES-BROKEN " BROKEN, "
               PROMISES-STILL-OPEN " STILL OPEN".
           IF PROMISES-LEFT-OUT NOT = ZERO
               DISPLAY PROMISES-LEFT-OUT
                   " OPEN PROMISE(S) LEFT FOR THE NEXT RUN".
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
      *
       105-ACCEPT-OUTPUT-DESTINATION.
      *
           DISPLAY "ENTER THE OUTPUT DESTINATION (PRINTER NAME OR"
           DISPLAY "FILE PATH), OR PRESS ENTER FOR " OUTPUT-DESTINATION.
           ACCEPT DESTINATION-ENTRY.
           IF DESTINATION-ENTRY NOT = SPACES
               MOVE DESTINATION-ENTRY TO OUTPUT-DESTINATION.
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
       200-TABLE-ONE-ACTIVITY.
      *
           READ COLLECTION-ACTIVITY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ACTIVITY-EOF-SWITCH.
           IF ACTIVITY-EOF-SWITCH = "N"
               IF CL-PROMISE-OPEN
                   PERFORM 210-ADD-TO-PROMISE-TABLE.
      *
      *    A promise that does not fit this run is left open and
      *    untouched for the next one.
      *
       210-ADD-TO-PROMISE-TABLE.
      *
           IF PROMISE-COUNT = PROMISE-LIMIT
               ADD 1 TO PROMISES-LEFT-OUT
           ELSE
               ADD 1 TO PROMISE-COUNT
               MOVE PROMISE-COUNT TO PROMISE-SUB
               MOVE CL-CUSTOMER-NUMBER
                   TO PT-CUSTOMER-NUMBER (PROMISE-SUB)
               MOVE CL-SEQUENCE TO PT-SEQUENCE (PROMISE-SUB)
               MOVE CL-CONTACT-DATE TO PT-CONTACT-DATE (PROMISE-SUB)
               MOVE CL-PROMISE-DATE TO PT-PROMISE-DATE (PROMISE-SUB)
               MOVE ZERO TO PT-RECEIVED-AMOUNT (PROMISE-SUB).
      *
       300-COUNT-ONE-RECEIPT.
      *
           READ CASH-RECEIPTS-JOURNAL NEXT RECORD
               AT END
                   MOVE "Y" TO RECEIPT-EOF-SWITCH.
           IF RECEIPT-EOF-SWITCH = "N"
               IF CJ-CHECK-GOOD
                   AND CJ-CUSTOMER-NUMBER NOT = ZERO
                   MOVE 1 TO PROMISE-SUB
                   PERFORM 310-MATCH-ONE-PROMISE
                       UNTIL PROMISE-SUB > PROMISE-COUNT.
      *
       310-MATCH-ONE-PROMISE.
      *
           IF PT-CUSTOMER-NUMBER (PROMISE-SUB) = CJ-CUSTOMER-NUMBER
               AND CJ-RECEIPT-DATE NOT < PT-CONTACT-DATE (PROMISE-SUB)
               AND CJ-RECEIPT-DATE NOT > PT-PROMISE-DATE (PROMISE-SUB)
               ADD CJ-CHECK-AMOUNT
                   TO PT-RECEIVED-AMOUNT (PROMISE-SUB).
           ADD 1 TO PROMISE-SUB.
      *
      *    The promise date itself is still the customer's to
      *    pay on, so a promise is only broken the day after.
      *
       400-DECIDE-ONE-PROMISE.
      *
           MOVE PT-CUSTOMER-NUMBER (PROMISE-SUB) TO CL-CUSTOMER-NUMBER.
           MOVE PT-SEQUENCE (PROMISE-SUB) TO CL-SEQUENCE.
           PERFORM 410-READ-ACTIVITY.
           IF ACTIVITY-FOUND-SWITCH = "Y"
               MOVE PT-RECEIVED-AMOUNT (PROMISE-SUB)
                   TO CL-RECEIVED-AMOUNT
               MOVE TODAY-CCYYMMDD TO CL-CHECKED-DATE
               IF CL-RECEIVED-AMOUNT NOT < CL-PROMISE-AMOUNT
                   MOVE "K" TO CL-PROMISE-STATUS
                   PERFORM 430-LIST-THE-PROMISE
               ELSE
               IF CL-PROMISE-DATE < TODAY-CCYYMMDD
                   MOVE "B" TO CL-PROMISE-STATUS
                   MOVE TODAY-CCYYMMDD TO CL-FOLLOW-UP-DATE
                   PERFORM 430-LIST-THE-PROMISE
               ELSE
                   ADD 1 TO PROMISES-STILL-OPEN.
           IF ACTIVITY-FOUND-SWITCH = "Y"
               PERFORM 420-REWRITE-ACTIVITY.
           ADD 1 TO PROMISE-SUB.
      *
       410-READ-ACTIVITY.
      *
           MOVE "Y" TO ACTIVITY-FOUND-SWITCH.
           READ COLLECTION-ACTIVITY-FILE
               INVALID KEY
                   MOVE "N" TO ACTIVITY-FOUND-SWITCH.
      *
       420-REWRITE-ACTIVITY.
      *
           REWRITE COLLECTION-ACTIVITY-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING COLLECTION ACTIVITY "
                   CL-ACTIVITY-KEY.
      *
       430-LIST-THE-PROMISE.
      *
           MOVE CL-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           PERFORM 440-READ-CUSTOMER.
           COMPUTE SHORT-AMOUNT =
               CL-PROMISE-AMOUNT - CL-RECEIVED-AMOUNT.
           IF SHORT-AMOUNT < ZERO
               MOVE ZERO TO SHORT-AMOUNT.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 295-PRINT-HEADING-LINES.
           MOVE CL-CUSTOMER-NUMBER TO PL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME TO PL-CUSTOMER-NAME.
           MOVE CL-CONTACT-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO PL-CONTACT-DATE.
           MOVE CL-COLLECTOR-ID TO PL-COLLECTOR-ID.
           MOVE CL-PROMISE-AMOUNT TO PL-PROMISE-AMOUNT.
           MOVE CL-PROMISE-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO PL-PROMISE-DATE.
           MOVE CL-RECEIVED-AMOUNT TO PL-RECEIVED-AMOUNT.
           MOVE SHORT-AMOUNT TO PL-SHORT-AMOUNT.
           IF CL-PROMISE-KEPT
               MOVE "KEPT" TO PL-RESULT
               ADD 1 TO PROMISES-KEPT
               ADD CL-PROMISE-AMOUNT TO KEPT-PROMISED
               ADD CL-RECEIVED-AMOUNT TO KEPT-RECEIVED
           ELSE
               MOVE "BROKEN" TO PL-RESULT
               ADD 1 TO PROMISES-BROKEN
               ADD CL-PROMISE-AMOUNT TO BROKEN-PROMISED
               ADD CL-RECEIVED-AMOUNT TO BROKEN-RECEIVED
               ADD SHORT-AMOUNT TO BROKEN-SHORT.
           MOVE PROMISE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           ADD SPACE-CONTROL TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *
       440-READ-CUSTOMER.
      *
           READ CUSTMAST
               INVALID KEY
                   MOVE "**UNKNOWN**" TO CM-CUSTOMER-NAME.
      *
       480-PRINT-REGISTER-TOTALS.
      *
           IF PROMISES-KEPT = ZERO
               AND PROMISES-BROKEN = ZERO
               MOVE NOTHING-DECIDED-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2 LINES
           ELSE
               MOVE "PROMISES KEPT:   " TO TL-LABEL
               MOVE PROMISES-KEPT TO TL-COUNT
               MOVE KEPT-PROMISED TO TL-PROMISED
               MOVE KEPT-RECEIVED TO TL-RECEIVED
               MOVE ZERO TO TL-SHORT
               MOVE TOTAL-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2 LINES
               MOVE "PROMISES BROKEN: " TO TL-LABEL
               MOVE PROMISES-BROKEN TO TL-COUNT
               MOVE BROKEN-PROMISED TO TL-PROMISED
               MOVE BROKEN-RECEIVED TO TL-RECEIVED
               MOVE BROKEN-SHORT TO TL-SHORT
               MOVE TOTAL-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE PROMISES-STILL-OPEN TO OCL-COUNT.
           MOVE OPEN-COUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
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
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.
      *
       700-EDIT-THE-DATE.
      *
           MOVE DW-MONTH TO ED-MONTH.
           MOVE DW-DAY TO ED-DAY.
           MOVE DW-YEAR TO ED-YEAR.
