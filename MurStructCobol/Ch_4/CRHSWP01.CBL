       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CRHSWP01.
      *
      *    Nightly credit hold sweep. Every customer on the master
      *    is measured against the rules on the Credit Hold Rule
      *    File (HRLMNT01), or the defaults when none are on file,
      *    and a customer not on hold who trips any rule that is
      *    on is put on HOLD - so STXENT01 and SORENT01 stop
      *    taking their invoices and orders without anyone having
      *    to remember to flip the status in CUSMNT01:
      *
      *      an open item more days past the customer's terms
      *        (30 when none are keyed) than the rule allows;
      *      open balance over the credit limit;
      *      the latest promise to pay found broken by COLPRM01
      *        within the look-back days;
      *      a check returned NSF within the look-back days.
      *
      *    The hold is marked AUTOMATIC with the first reason that
      *    tripped. A customer the sweep (or NSFENT01) held is
      *    released once nothing is past due at all and no rule
      *    trips any more. A hold keyed by hand in CUSMNT01 is the
      *    credit manager's and is never lifted here.
      *
      *    The register lists every customer held or released and
      *    why. A customer newly held with orders still open on
      *    the Sales Order File also gets an alert on the operator
      *    alert board, since those orders will not ship until
      *    someone clears the account.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           COPY "SLCUST01.CBL".
           COPY "SLSTRX01.CBL".
           COPY "SLCOL01.CBL".
           COPY "SLSORD01.CBL".
           COPY "SLHRL01.CBL".
           COPY "SLALRT01.CBL".
           COPY "SLPCFG01.CBL".
           SELECT HOLD-REGISTER ASSIGN DYNAMIC OUTPUT-DESTINATION.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
           COPY "FDCUST01.CBL".
      *
           COPY "FDSTRX01.CBL".
      *
           COPY "FDCOL01.CBL".
      *
           COPY "FDSORD01.CBL".
      *
           COPY "FDHRL01.CBL".
      *
           COPY "FDALRT01.CBL".
      *
           COPY "FDPCFG01.CBL".
      *
       FD  HOLD-REGISTER.
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
           05  ACTIVITY-EOF-SWITCH     PIC X.
           05  ORDER-EOF-SWITCH        PIC X.
           05  RULE-FOUND-SWITCH       PIC X   VALUE "Y".
      *
       01  PARAMETER-FIELDS.
           05  OUTPUT-DESTINATION      PIC X(60)     VALUE
               "C:\gnuCobol\COBOL\DATA\CRHSWP.PRN".
           05  DESTINATION-ENTRY       PIC X(60)     VALUE SPACE.
      *
       01  CALCULATED-FIELDS.
           05  TODAY-CCYYMMDD          PIC 9(8).
           05  LOOK-BACK-DATE          PIC 9(8).
           05  CUSTOMER-TERMS-DAYS     PIC 9(3).
           05  DAYS-PAST-DUE           PIC S9(5).
           05  ITEM-OPEN-AMOUNT        PIC S9(7)V99.
           05  CUSTOMER-PAST-DUE       PIC S9(7)V99.
           05  CUSTOMER-WORST-DAYS     PIC S9(5).
           05  CUSTOMER-OPEN-BALANCE   PIC S9(7)V99.
           05  LATEST-PROMISE-STATUS   PIC X(1).
               88  LATEST-PROMISE-BROKEN VALUE "B".
           05  LATEST-PROMISE-CHECKED  PIC 9(8).
           05  OPEN-ORDER-COUNT        PIC 9(3).
           05  OPEN-ORDER-AMOUNT       PIC S9(7)V99.
           05  HOLD-REASON             PIC X(20).
           05  FORMER-HOLD-REASON      PIC X(20).
      *
      *    A reason built for the days-past-terms rule.
      *
       01  PAST-TERMS-REASON.
           05  PTR-DAYS                PIC ZZZ9.
           05  FILLER                  PIC X(16)     VALUE
               " DAYS PAST TERMS".
      *
       01  COUNT-FIELDS.
           05  CUSTOMERS-HELD          PIC 9(5)      VALUE ZERO.
           05  CUSTOMERS-RELEASED      PIC 9(5)      VALUE ZERO.
           05  ALERTS-POSTED           PIC 9(5)      VALUE ZERO.
           05  MANUAL-HOLDS-LEFT       PIC 9(5)      VALUE ZERO.
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
           05  FILLER          PIC X(20)   VALUE "CREDIT HOLD SWEEP   ".
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
           05  FILLER          PIC X(10)   VALUE "CRHSWP01".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  RULE-LINE.
           05  FILLER          PIC X(7)    VALUE "RULES: ".
           05  RUL-DAYS        PIC ZZ9.
           05  FILLER          PIC X(30)   VALUE
               " DAYS PAST TERMS   OVER LIMIT ".
           05  RUL-OVER-LIMIT  PIC X(1).
           05  FILLER          PIC X(18)   VALUE
               "   BROKEN PROMISE ".
           05  RUL-PROMISE     PIC X(1).
           05  FILLER          PIC X(7)    VALUE "   NSF ".
           05  RUL-NSF         PIC X(1).
           05  FILLER          PIC X(13)   VALUE "   LOOK-BACK ".
           05  RUL-LOOK-BACK   PIC ZZ9.
           05  FILLER          PIC X(5)    VALUE " DAYS".
           05  RUL-DEFAULTS    PIC X(12).
           05  FILLER          PIC X(31)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "ACTION    CUST.  CUS".
           05  FILLER      PIC X(20)   VALUE "TOMER NAME          ".
           05  FILLER      PIC X(20)   VALUE "   PAST DUE   DAYS  ".
           05  FILLER      PIC X(20)   VALUE " OPEN BALANCE   REAS".
           05  FILLER      PIC X(20)   VALUE "ON                OR".
           05  FILLER      PIC X(20)   VALUE "D  ORDER AMOUNT  ALE".
           05  FILLER      PIC X(12)   VALUE "RT".
      *
       01  HOLD-LINE.
           05  HDL-ACTION           PIC X(8).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  HDL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  HDL-CUSTOMER-NAME    PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  HDL-PAST-DUE         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  HDL-DAYS-PAST-DUE    PIC ZZZZ9.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  HDL-OPEN-BALANCE     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  HDL-REASON           PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  HDL-ORDER-COUNT      PIC ZZ9.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  HDL-ORDER-AMOUNT     PIC Z,ZZZ,ZZ9.99.
           05  HDL-ORDER-AMOUNT-X REDEFINES HDL-ORDER-AMOUNT
                                    PIC X(12).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  HDL-ALERT            PIC X(7).
           05  FILLER               PIC X(8)       VALUE SPACE.
      *
       01  TOTAL-LINE.
           05  FILLER               PIC X(16)      VALUE
               "CUSTOMERS HELD: ".
           05  TL-HELD              PIC ZZZZ9.
           05  FILLER               PIC X(13)      VALUE
               "   RELEASED: ".
           05  TL-RELEASED          PIC ZZZZ9.
           05  FILLER               PIC X(18)      VALUE
               "   ALERTS POSTED: ".
           05  TL-ALERTS            PIC ZZZZ9.
           05  FILLER               PIC X(22)      VALUE
               "   MANUAL HOLDS LEFT: ".
           05  TL-MANUAL            PIC ZZZZ9.
           05  FILLER               PIC X(43)      VALUE SPACE.
      *
       01  NOTHING-CHANGED-LINE.
           05  FILLER               PIC X(45)      VALUE
               "*** NO CUSTOMERS HELD OR RELEASED TONIGHT ***".
           05  FILLER               PIC X(87)      VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-SWEEP-CREDIT-HOLDS.
      *
           PERFORM 105-ACCEPT-OUTPUT-DESTINATION.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 110-READ-HOLD-RULES.
           PERFORM 115-READ-PRINT-CONFIG.
           PERFORM 100-FORMAT-REPORT-HEADING.
           OPEN I-O    CUSTMAST
                       ALERT-FILE
                INPUT  SALES-TRANSACTION-FILE
                       COLLECTION-ACTIVITY-FILE
                       SALES-ORDER-FILE
                OUTPUT HOLD-REGISTER.
           MOVE "CRHSWP01" TO ALERT-POST-PROGRAM.
           PERFORM 295-PRINT-HEADING-LINES.
           PERFORM 200-SWEEP-ONE-CUSTOMER
               UNTIL CUSTOMER-EOF-SWITCH = "Y".
           PERFORM 280-PRINT-SWEEP-TOTALS.
           CLOSE CUSTMAST
                 ALERT-FILE
                 SALES-TRANSACTION-FILE
                 COLLECTION-ACTIVITY-FILE
                 SALES-ORDER-FILE
                 HOLD-REGISTER.
           DISPLAY CUSTOMERS-HELD " CUSTOMER(S) HELD, "
               CUSTOMERS-RELEASED " RELEASED, "
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
           MOVE HR-DAYS-PAST-TERMS TO RUL-DAYS.
           MOVE HR-OVER-LIMIT-RULE TO RUL-OVER-LIMIT.
           MOVE HR-BROKEN-PROMISE-RULE TO RUL-PROMISE.
           MOVE HR-NSF-RULE TO RUL-NSF.
           MOVE HR-LOOK-BACK-DAYS TO RUL-LOOK-BACK.
           IF RULE-FOUND-SWITCH = "N"
               MOVE "  (DEFAULTS)" TO RUL-DEFAULTS
           ELSE
               MOVE SPACES TO RUL-DEFAULTS.
      *
       105-ACCEPT-OUTPUT-DESTINATION.
      *
           DISPLAY "ENTER THE OUTPUT DESTINATION (PRINTER NAME OR"
           DISPLAY "FILE PATH), OR PRESS ENTER FOR " OUTPUT-DESTINATION.
           ACCEPT DESTINATION-ENTRY.
           IF DESTINATION-ENTRY NOT = SPACES
               MOVE DESTINATION-ENTRY TO OUTPUT-DESTINATION.
      *
      *    With no rule record on file the sweep runs on the same
      *    defaults HRLMNT01 puts on file the first time it runs.
      *
       110-READ-HOLD-RULES.
      *
           OPEN INPUT HOLD-RULE-FILE.
           MOVE 1 TO HR-RULE-KEY.
           READ HOLD-RULE-FILE
               INVALID KEY
                   MOVE "N" TO RULE-FOUND-SWITCH.
           IF RULE-FOUND-SWITCH = "N"
               MOVE 1 TO HR-RULE-KEY
               MOVE 90 TO HR-DAYS-PAST-TERMS
               MOVE "Y" TO HR-OVER-LIMIT-RULE
               MOVE "Y" TO HR-BROKEN-PROMISE-RULE
               MOVE "Y" TO HR-NSF-RULE
               MOVE 90 TO HR-LOOK-BACK-DAYS
               DISPLAY "NO CREDIT HOLD RULES ON FILE - "
                   "SWEEPING ON THE DEFAULTS".
           CLOSE HOLD-RULE-FILE.
           COMPUTE LOOK-BACK-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TODAY-CCYYMMDD)
                   - HR-LOOK-BACK-DAYS).
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
       200-SWEEP-ONE-CUSTOMER.
      *
           READ CUSTMAST NEXT RECORD
               AT END
                   MOVE "Y" TO CUSTOMER-EOF-SWITCH.
           IF CUSTOMER-EOF-SWITCH = "N"
               PERFORM 210-SIZE-UP-CUSTOMER
               PERFORM 230-READ-LATEST-PROMISE
               PERFORM 240-APPLY-HOLD-RULES
               IF CREDIT-IS-HELD
                   PERFORM 260-CONSIDER-RELEASE
               ELSE
               IF HOLD-REASON NOT = SPACES
                   PERFORM 250-HOLD-THE-CUSTOMER.
      *
      *    Past due is figured item by item the way DUNLTR01
      *    figures it; the open balance is every open item, the
      *    way CREXC01 figures exposure.
      *
       210-SIZE-UP-CUSTOMER.
      *
           IF CM-PAYMENT-TERMS-DAYS = ZEROES
               MOVE 30 TO CUSTOMER-TERMS-DAYS
           ELSE
               MOVE CM-PAYMENT-TERMS-DAYS TO CUSTOMER-TERMS-DAYS.
           MOVE ZERO TO CUSTOMER-PAST-DUE.
           MOVE ZERO TO CUSTOMER-WORST-DAYS.
           MOVE ZERO TO CUSTOMER-OPEN-BALANCE.
           MOVE CM-CUSTOMER-NUMBER TO ST-CUSTOMER-NUMBER.
           MOVE SPACES TO ST-INVOICE-NUMBER.
           MOVE "N" TO TRANSACTION-EOF-SWITCH.
           START SALES-TRANSACTION-FILE
               KEY NOT < ST-TRANSACTION-KEY
               INVALID KEY
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH.
           PERFORM 215-SIZE-UP-ONE-ITEM
               UNTIL TRANSACTION-EOF-SWITCH = "Y".
      *
       215-SIZE-UP-ONE-ITEM.
      *
           READ SALES-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH.
           IF TRANSACTION-EOF-SWITCH = "N"
               IF ST-CUSTOMER-NUMBER NOT = CM-CUSTOMER-NUMBER
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH
               ELSE
               IF ST-IS-OPEN
                   PERFORM 220-SIZE-UP-OPEN-ITEM.
      *
       220-SIZE-UP-OPEN-ITEM.
      *
           COMPUTE ITEM-OPEN-AMOUNT =
               ST-INVOICE-AMOUNT + ST-SALES-TAX - ST-PAID-AMOUNT.
           ADD ITEM-OPEN-AMOUNT TO CUSTOMER-OPEN-BALANCE.
           COMPUTE DAYS-PAST-DUE =
               FUNCTION INTEGER-OF-DATE(TODAY-CCYYMMDD) -
               FUNCTION INTEGER-OF-DATE(ST-INVOICE-DATE) -
               CUSTOMER-TERMS-DAYS.
           IF ITEM-OPEN-AMOUNT > ZERO
               AND DAYS-PAST-DUE > ZERO
               ADD ITEM-OPEN-AMOUNT TO CUSTOMER-PAST-DUE
               IF DAYS-PAST-DUE > CUSTOMER-WORST-DAYS
                   MOVE DAYS-PAST-DUE TO CUSTOMER-WORST-DAYS.
      *
      *    Only the customer's latest promise counts - one kept
      *    since a broken one has put the account back in good
      *    standing.
      *
       230-READ-LATEST-PROMISE.
      *
           MOVE SPACE TO LATEST-PROMISE-STATUS.
           MOVE ZERO TO LATEST-PROMISE-CHECKED.
           MOVE CM-CUSTOMER-NUMBER TO CL-CUSTOMER-NUMBER.
           MOVE ZEROES TO CL-SEQUENCE.
           MOVE "N" TO ACTIVITY-EOF-SWITCH.
           START COLLECTION-ACTIVITY-FILE
               KEY NOT < CL-ACTIVITY-KEY
               INVALID KEY
                   MOVE "Y" TO ACTIVITY-EOF-SWITCH.
           PERFORM 235-READ-ONE-ACTIVITY
               UNTIL ACTIVITY-EOF-SWITCH = "Y".
      *
       235-READ-ONE-ACTIVITY.
      *
           READ COLLECTION-ACTIVITY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ACTIVITY-EOF-SWITCH.
           IF ACTIVITY-EOF-SWITCH = "N"
               IF CL-CUSTOMER-NUMBER NOT = CM-CUSTOMER-NUMBER
                   MOVE "Y" TO ACTIVITY-EOF-SWITCH
               ELSE
               IF NOT CL-NO-PROMISE
                   MOVE CL-PROMISE-STATUS TO LATEST-PROMISE-STATUS
                   MOVE CL-CHECKED-DATE TO LATEST-PROMISE-CHECKED.
      *
      *    The reason is the first rule that trips, in the order
      *    the rules are kept; spaces when none does.
      *
       240-APPLY-HOLD-RULES.
      *
           MOVE SPACES TO HOLD-REASON.
           IF CM-LAST-NSF-DATE NOT NUMERIC
               MOVE ZERO TO CM-LAST-NSF-DATE.
           IF HR-DAYS-PAST-TERMS NOT = ZERO
               AND CUSTOMER-WORST-DAYS > HR-DAYS-PAST-TERMS
               MOVE CUSTOMER-WORST-DAYS TO PTR-DAYS
               MOVE PAST-TERMS-REASON TO HOLD-REASON.
           IF HOLD-REASON = SPACES
               AND HR-HOLD-OVER-LIMIT
               AND CM-CREDIT-LIMIT > ZERO
               AND CUSTOMER-OPEN-BALANCE > CM-CREDIT-LIMIT
               MOVE "OVER CREDIT LIMIT" TO HOLD-REASON.
           IF HOLD-REASON = SPACES
               AND HR-HOLD-BROKEN-PROMISE
               AND LATEST-PROMISE-BROKEN
               AND LATEST-PROMISE-CHECKED NOT < LOOK-BACK-DATE
               MOVE "BROKEN PROMISE" TO HOLD-REASON.
           IF HOLD-REASON = SPACES
               AND HR-HOLD-NSF
               AND CM-LAST-NSF-DATE NOT = ZERO
               AND CM-LAST-NSF-DATE NOT < LOOK-BACK-DATE
               MOVE "NSF CHECK RETURNED" TO HOLD-REASON.
      *
       250-HOLD-THE-CUSTOMER.
      *
           MOVE "H" TO CM-CREDIT-STATUS.
           MOVE "A" TO CM-HOLD-SOURCE.
           MOVE TODAY-CCYYMMDD TO CM-HOLD-DATE.
           MOVE HOLD-REASON TO CM-HOLD-REASON.
           PERFORM 270-REWRITE-CUSTOMER.
           ADD 1 TO CUSTOMERS-HELD.
           PERFORM 255-COUNT-OPEN-ORDERS.
           MOVE "HELD" TO HDL-ACTION.
           MOVE OPEN-ORDER-COUNT TO HDL-ORDER-COUNT.
           MOVE OPEN-ORDER-AMOUNT TO HDL-ORDER-AMOUNT.
           MOVE SPACES TO HDL-ALERT.
           IF OPEN-ORDER-COUNT = ZERO
               MOVE SPACES TO HDL-ORDER-AMOUNT-X
           ELSE
               PERFORM 258-POST-OPEN-ORDER-ALERT.
           PERFORM 290-PRINT-HOLD-LINE.
      *
      *    The order file is keyed by order number alone, so it is
      *    read through for each customer newly held - a handful a
      *    night.
      *
       255-COUNT-OPEN-ORDERS.
      *
           MOVE ZERO TO OPEN-ORDER-COUNT.
           MOVE ZERO TO OPEN-ORDER-AMOUNT.
           MOVE ZEROES TO SO-ORDER-NUMBER.
           MOVE "N" TO ORDER-EOF-SWITCH.
           START SALES-ORDER-FILE
               KEY NOT < SO-ORDER-NUMBER
               INVALID KEY
                   MOVE "Y" TO ORDER-EOF-SWITCH.
           PERFORM 256-COUNT-ONE-ORDER
               UNTIL ORDER-EOF-SWITCH = "Y".
      *
       256-COUNT-ONE-ORDER.
      *
           READ SALES-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ORDER-EOF-SWITCH.
           IF ORDER-EOF-SWITCH = "N"
               IF SO-CUSTOMER-NUMBER = CM-CUSTOMER-NUMBER
                   AND SO-IS-OPEN
                   ADD 1 TO OPEN-ORDER-COUNT
                   ADD SO-ORDER-AMOUNT TO OPEN-ORDER-AMOUNT.
      *
       258-POST-OPEN-ORDER-ALERT.
      *
           MOVE "M" TO ALERT-POST-SEVERITY.
           MOVE SPACES TO ALERT-POST-MESSAGE.
           STRING "CUSTOMER " CM-CUSTOMER-NUMBER
               " CREDIT HELD WITH " OPEN-ORDER-COUNT
               " OPEN ORDER(S)"
               DELIMITED BY SIZE
               INTO ALERT-POST-MESSAGE.
           PERFORM POST-AN-ALERT.
           ADD 1 TO ALERTS-POSTED.
           MOVE "POSTED" TO HDL-ALERT.
      *
      *    A hold keyed by hand stays until the credit manager
      *    lifts it. One the sweep or NSFENT01 placed comes off
      *    when the customer is brought current and no rule trips.
      *
       260-CONSIDER-RELEASE.
      *
           IF HOLD-IS-MANUAL
               ADD 1 TO MANUAL-HOLDS-LEFT
           ELSE
           IF HOLD-REASON = SPACES
               AND CUSTOMER-PAST-DUE = ZERO
               PERFORM 265-RELEASE-THE-CUSTOMER.
      *
       265-RELEASE-THE-CUSTOMER.
      *
           MOVE CM-HOLD-REASON TO FORMER-HOLD-REASON.
           MOVE "N" TO CM-CREDIT-STATUS.
           MOVE SPACES TO CM-HOLD-REASON.
           MOVE SPACE TO CM-HOLD-SOURCE.
           MOVE ZERO TO CM-HOLD-DATE.
           PERFORM 270-REWRITE-CUSTOMER.
           ADD 1 TO CUSTOMERS-RELEASED.
           MOVE "RELEASED" TO HDL-ACTION.
           MOVE FORMER-HOLD-REASON TO HOLD-REASON.
           MOVE ZERO TO HDL-ORDER-COUNT.
           MOVE SPACES TO HDL-ORDER-AMOUNT-X.
           MOVE SPACES TO HDL-ALERT.
           PERFORM 290-PRINT-HOLD-LINE.
      *
       270-REWRITE-CUSTOMER.
      *
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING CUSTOMER "
                       CM-CUSTOMER-NUMBER.
      *
       280-PRINT-SWEEP-TOTALS.
      *
           IF CUSTOMERS-HELD = ZERO
               AND CUSTOMERS-RELEASED = ZERO
               MOVE NOTHING-CHANGED-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE CUSTOMERS-HELD TO TL-HELD.
           MOVE CUSTOMERS-RELEASED TO TL-RELEASED.
           MOVE ALERTS-POSTED TO TL-ALERTS.
           MOVE MANUAL-HOLDS-LEFT TO TL-MANUAL.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       290-PRINT-HOLD-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 295-PRINT-HEADING-LINES.
           MOVE CM-CUSTOMER-NUMBER TO HDL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME TO HDL-CUSTOMER-NAME.
           MOVE CUSTOMER-PAST-DUE TO HDL-PAST-DUE.
           MOVE CUSTOMER-WORST-DAYS TO HDL-DAYS-PAST-DUE.
           MOVE CUSTOMER-OPEN-BALANCE TO HDL-OPEN-BALANCE.
           MOVE HOLD-REASON TO HDL-REASON.
           MOVE HOLD-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           ADD SPACE-CONTROL TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
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
           MOVE RULE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.
      *
           COPY "PLALRT01.CBL".
