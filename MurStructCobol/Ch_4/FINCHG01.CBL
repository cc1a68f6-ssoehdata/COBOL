       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. FINCHG01.
      *
      *    Month-end finance charges - the monthly service charge
      *    our terms allow on past-due balances, which until now
      *    nobody had the time to work out customer by customer.
      *    For the month the operator keys (this month by
      *    default), every customer's open items are sized up as
      *    of the last day of that month: an item is due at its
      *    invoice date plus the customer's payment terms days
      *    (30 when the record carries none, as DUNLTR01 reads
      *    it), and counts toward the past-due balance once it
      *    is more than the table's grace days beyond that. Open
      *    credits the customer has not yet used come off the
      *    balance, and earlier finance charges never go into it
      *    - no charge on a charge.
      *
      *    The rate, the minimum charge, the floor and the grace
      *    days come from the entry on the Finance Charge Rate
      *    File (FCRMNT01) in force on that last day. A customer
      *    flagged exempt on the customer master is passed over,
      *    as is a past-due balance under the floor; anyone else
      *    is charged the rate on the balance, or the minimum
      *    when that comes to less. Each charge is an unposted
      *    ADJUSTMENT on the Sales Transaction File with reason
      *    FC, dated the last day of the month and numbered FC +
      *    the month's YYMM - from there STXPST01 posts it,
      *    CUSSTM01 shows it on the statement and STXGLX01 takes
      *    it to finance-charge income.
      *
      *    Run control: the last month charged is kept on
      *    FINCTL.DAT, the same one-record-file discipline the
      *    contract billing run keeps. A run for a month already
      *    charged, or earlier, charges nothing. A charge already
      *    on file under its number can only be this month's,
      *    written by a run that died part way, so a rerun
      *    passes it by and nothing is charged twice.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           COPY "SLSTRX01.CBL".
           COPY "SLCUST01.CBL".
           COPY "SLFCR01.CBL".
           COPY "SLPCFG01.CBL".
           SELECT OPTIONAL FINANCE-CONTROL-FILE ASSIGN TO
               "C:\gnuCobol\COBOL\DATA\FINCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FINANCE-REGISTER ASSIGN DYNAMIC OUTPUT-DESTINATION.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
           COPY "FDSTRX01.CBL".
      *
           COPY "FDCUST01.CBL".
      *
           COPY "FDFCR01.CBL".
      *
           COPY "FDPCFG01.CBL".
      *
       FD  FINANCE-CONTROL-FILE.
       01  FINANCE-CONTROL-RECORD.
           05  FL-LAST-PERIOD          PIC 9(6).
           05  FL-RUN-DATE             PIC 9(8).
      *
       FD  FINANCE-REGISTER.
      *
       01  PRINT-AREA      PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  TRANSACTION-EOF-SWITCH  PIC X   VALUE "N".
           05  CONTROL-EOF-SWITCH      PIC X   VALUE "N".
           05  RATE-EOF-SWITCH         PIC X   VALUE "N".
           05  RATE-FOUND-SWITCH       PIC X   VALUE "N".
           05  FIRST-RECORD-SWITCH     PIC X   VALUE "Y".
           05  CUSTOMER-FOUND-SWITCH   PIC X.
      *
       01  PARAMETER-FIELDS.
           05  OUTPUT-DESTINATION      PIC X(60)     VALUE
               "C:\gnuCobol\COBOL\DATA\FINCHG.PRN".
           05  DESTINATION-ENTRY       PIC X(60)     VALUE SPACE.
           05  FINANCE-PERIOD          PIC 9(6)      VALUE ZERO.
           05  FINANCE-PERIOD-PARTS REDEFINES FINANCE-PERIOD.
               10  FP-CENTURY          PIC 9(2).
               10  FP-YYMM             PIC 9(4).
           05  FINANCE-PERIOD-MONTH REDEFINES FINANCE-PERIOD.
               10  FP-CCYY             PIC 9(4).
               10  FP-MONTH            PIC 9(2).
      *
       01  RUN-FIELDS.
           05  TODAY-CCYYMMDD          PIC 9(8).
           05  TODAY-PARTS REDEFINES TODAY-CCYYMMDD.
               10  TODAY-CCYYMM        PIC 9(6).
               10  FILLER              PIC 9(2).
           05  LAST-PERIOD-CHARGED     PIC 9(6)      VALUE ZERO.
           05  NEXT-MONTH-START        PIC 9(8).
           05  ASSESSMENT-DATE         PIC 9(8).
      *
      *    The table entry in force on the assessment date.
      *
       01  RATE-IN-FORCE.
           05  RIF-EFFECTIVE-DATE      PIC 9(8)      VALUE ZERO.
           05  RIF-MONTHLY-RATE        PIC 9(2)V9(3) VALUE ZERO.
           05  RIF-MINIMUM-CHARGE      PIC 9(3)V9(2) VALUE ZERO.
           05  RIF-BALANCE-FLOOR       PIC 9(5)V9(2) VALUE ZERO.
           05  RIF-GRACE-DAYS          PIC 9(3)      VALUE ZERO.
      *
       01  CUSTOMER-FIELDS.
           05  PREVIOUS-CUSTOMER       PIC 9(5)      VALUE ZERO.
           05  CUSTOMER-TERMS-DAYS     PIC 9(3)      VALUE 30.
           05  OPEN-AMOUNT             PIC S9(7)V99.
           05  DAYS-PAST-DUE           PIC S9(5).
           05  ITEMS-PAST-DUE          PIC 9(3)      VALUE ZERO.
           05  OLDEST-PAST-DUE         PIC S9(5)     VALUE ZERO.
           05  PAST-DUE-BALANCE        PIC S9(7)V99  VALUE ZERO.
           05  OPEN-CREDIT-BALANCE     PIC S9(7)V99  VALUE ZERO.
           05  NET-PAST-DUE            PIC S9(7)V99.
           05  FINANCE-CHARGE          PIC S9(7)V99.
      *
      *    The record just read, held while the charge for the
      *    customer before it goes out through the same record
      *    area.
      *
       01  HELD-TRANSACTION-RECORD     PIC X(98).
      *
       01  INVOICE-NUMBER-BUILD.
           05  FILLER                  PIC X(2)      VALUE "FC".
           05  INB-YYMM                PIC 9(4).
           05  FILLER                  PIC X(2)      VALUE SPACE.
      *
       01  COUNT-FIELDS.
           05  CUSTOMERS-CHARGED       PIC 9(5)      VALUE ZERO.
           05  EXEMPT-COUNT            PIC 9(5)      VALUE ZERO.
           05  UNDER-FLOOR-COUNT       PIC 9(5)      VALUE ZERO.
           05  ON-FILE-COUNT           PIC 9(5)      VALUE ZERO.
           05  REJECTED-COUNT          PIC 9(5)      VALUE ZERO.
      *
       01  TOTAL-FIELDS.
           05  PAST-DUE-TOTAL          PIC S9(7)V99  VALUE ZERO.
           05  CHARGE-TOTAL            PIC S9(7)V99  VALUE ZERO.
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
               "FINANCE CHARGE REGISTER   ".
           05  FILLER          PIC X(7)    VALUE "PERIOD ".
           05  HL1-PERIOD      PIC 9(6).
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(53)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "FINCHG01".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  RATE-TERMS-LINE.
           05  FILLER          PIC X(5)    VALUE "RATE ".
           05  RTL-RATE        PIC Z9.999.
           05  FILLER          PIC X(20)   VALUE
               "% A MONTH   MINIMUM ".
           05  RTL-MINIMUM     PIC ZZ9.99.
           05  FILLER          PIC X(9)    VALUE "   FLOOR ".
           05  RTL-FLOOR       PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(9)    VALUE "   GRACE ".
           05  RTL-GRACE       PIC ZZ9.
           05  FILLER          PIC X(18)   VALUE
               " DAYS   EFFECTIVE ".
           05  RTL-EFFECTIVE   PIC X(10).
           05  FILLER          PIC X(15)   VALUE
               "   PAST DUE AT ".
           05  RTL-AS-OF       PIC X(10).
           05  FILLER          PIC X(12)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "CUST.  CUSTOMER NAME".
           05  FILLER      PIC X(20)   VALUE "       ITEMS OLDEST ".
           05  FILLER      PIC X(20)   VALUE "   PAST DUE      CHA".
           05  FILLER      PIC X(20)   VALUE "RGE  INVOICE   NOTE ".
           05  FILLER      PIC X(20)   VALUE SPACE.
           05  FILLER      PIC X(20)   VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE SPACE.
      *
       01  CHARGE-DETAIL-LINE.
           05  FDL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FDL-CUSTOMER-NAME    PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FDL-ITEMS            PIC ZZ9.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  FDL-OLDEST-DAYS      PIC ZZZ9.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FDL-PAST-DUE         PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FDL-CHARGE           PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FDL-INVOICE-NUMBER   PIC X(8).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FDL-NOTE             PIC X(10).
           05  FILLER               PIC X(47)      VALUE SPACE.
      *
       01  CHARGE-TOTAL-LINE.
           05  FILLER               PIC X(20)      VALUE
               "CUSTOMERS CHARGED:  ".
           05  FTL-COUNT            PIC ZZZZ9.
           05  FILLER               PIC X(14)      VALUE SPACE.
           05  FTL-PAST-DUE         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FTL-CHARGE           PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(69)      VALUE SPACE.
      *
       01  SKIPPED-LINE.
           05  FILLER               PIC X(20)      VALUE
               "EXEMPT:             ".
           05  SKL-EXEMPT           PIC ZZZZ9.
           05  FILLER               PIC X(20)      VALUE
               "   UNDER FLOOR:     ".
           05  SKL-UNDER-FLOOR      PIC ZZZZ9.
           05  FILLER               PIC X(20)      VALUE
               "   ALREADY ON FILE: ".
           05  SKL-ON-FILE          PIC ZZZZ9.
           05  FILLER               PIC X(20)      VALUE
               "   REJECTED:        ".
           05  SKL-REJECTED         PIC ZZZZ9.
           05  FILLER               PIC X(32)      VALUE SPACE.
      *
       01  NOTHING-CHARGED-LINE.
           05  FILLER               PIC X(11)      VALUE
               "*** PERIOD ".
           05  NCL-PERIOD           PIC 9(6).
           05  FILLER               PIC X(39)      VALUE
               " NOT CHARGED - PERIOD ALREADY CHARGED ".
           05  FILLER               PIC X(8)       VALUE
               "THROUGH ".
           05  NCL-LAST-PERIOD      PIC 9(6).
           05  FILLER               PIC X(62)      VALUE " ***".
      *
       01  NO-RATE-LINE.
           05  FILLER               PIC X(39)      VALUE
               "*** NO FINANCE CHARGE RATE IN FORCE ON ".
           05  NRL-AS-OF            PIC X(10).
           05  FILLER               PIC X(83)      VALUE
               " - NOTHING CHARGED ***".
      *
       PROCEDURE DIVISION.
      *
       000-ASSESS-FINANCE-CHARGES.
      *
           PERFORM 105-ACCEPT-OUTPUT-DESTINATION.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 110-ACCEPT-FINANCE-PERIOD.
           PERFORM 115-READ-PRINT-CONFIG.
           PERFORM 120-READ-FINANCE-CONTROL.
           PERFORM 125-SET-ASSESSMENT-DATE.
           PERFORM 100-FORMAT-REPORT-HEADING.
           OPEN I-O    SALES-TRANSACTION-FILE
                INPUT  CUSTMAST
                       FINANCE-RATE-FILE
                OUTPUT FINANCE-REGISTER.
           PERFORM 140-FIND-RATE-IN-FORCE.
           IF FINANCE-PERIOD NOT > LAST-PERIOD-CHARGED
               PERFORM 150-REPORT-PERIOD-CHARGED
           ELSE
           IF RATE-FOUND-SWITCH = "N"
               PERFORM 160-REPORT-NO-RATE
           ELSE
               PERFORM 200-SIZE-UP-ONE-ITEM
                   UNTIL TRANSACTION-EOF-SWITCH = "Y"
               PERFORM 280-PRINT-CHARGE-TOTALS
               PERFORM 130-SAVE-FINANCE-CONTROL.
           CLOSE SALES-TRANSACTION-FILE
                 CUSTMAST
                 FINANCE-RATE-FILE
                 FINANCE-REGISTER.
           DISPLAY CUSTOMERS-CHARGED " FINANCE CHARGE(S) ASSESSED"
               " FOR PERIOD " FINANCE-PERIOD.
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
           MOVE FINANCE-PERIOD TO HL1-PERIOD.
           MOVE ASSESSMENT-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO RTL-AS-OF.
           MOVE EDITED-DATE TO NRL-AS-OF.
      *
       105-ACCEPT-OUTPUT-DESTINATION.
      *
           DISPLAY "ENTER THE OUTPUT DESTINATION (PRINTER NAME OR"
           DISPLAY "FILE PATH), OR PRESS ENTER FOR " OUTPUT-DESTINATION.
           ACCEPT DESTINATION-ENTRY.
           IF DESTINATION-ENTRY NOT = SPACES
               MOVE DESTINATION-ENTRY TO OUTPUT-DESTINATION.
      *
      *    A month not yet begun has nothing past due in it to
      *    charge.
      *
       110-ACCEPT-FINANCE-PERIOD.
      *
           PERFORM 112-ACCEPT-ONE-PERIOD.
           PERFORM 113-RE-ACCEPT-ONE-PERIOD
               UNTIL FINANCE-PERIOD NOT > TODAY-CCYYMM
                   AND FP-MONTH > ZERO
                   AND FP-MONTH < 13.
      *
       112-ACCEPT-ONE-PERIOD.
      *
           DISPLAY "ENTER THE FINANCE CHARGE PERIOD (CCYYMM)".
           DISPLAY "OR 0 FOR THIS MONTH".
           ACCEPT FINANCE-PERIOD.
           IF FINANCE-PERIOD = ZERO
               MOVE TODAY-CCYYMM TO FINANCE-PERIOD.
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
      *    No control file yet means no month has ever been
      *    charged.
      *
       120-READ-FINANCE-CONTROL.
      *
           OPEN INPUT FINANCE-CONTROL-FILE.
           READ FINANCE-CONTROL-FILE
               AT END
                   MOVE "Y" TO CONTROL-EOF-SWITCH.
           IF CONTROL-EOF-SWITCH = "N"
               MOVE FL-LAST-PERIOD TO LAST-PERIOD-CHARGED.
           CLOSE FINANCE-CONTROL-FILE.
      *
      *    Items are sized up as of the last day of the month -
      *    the day before the first of the month after.
      *
       125-SET-ASSESSMENT-DATE.
      *
           IF FP-MONTH = 12
               COMPUTE NEXT-MONTH-START =
                   (FINANCE-PERIOD + 89) * 100 + 1
           ELSE
               COMPUTE NEXT-MONTH-START =
                   (FINANCE-PERIOD + 1) * 100 + 1.
           COMPUTE ASSESSMENT-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(NEXT-MONTH-START) - 1).
      *
      *    Written only once every customer has been through the
      *    run - a run that dies before here is simply run again
      *    for the same month.
      *
       130-SAVE-FINANCE-CONTROL.
      *
           MOVE FINANCE-PERIOD TO FL-LAST-PERIOD.
           MOVE TODAY-CCYYMMDD TO FL-RUN-DATE.
           OPEN OUTPUT FINANCE-CONTROL-FILE.
           WRITE FINANCE-CONTROL-RECORD.
           CLOSE FINANCE-CONTROL-FILE.
      *
      *    The latest entry effective on or before the assessment
      *    date. A zero rate is the charge suspended, which is
      *    the same as no rate at all.
      *
       140-FIND-RATE-IN-FORCE.
      *
           MOVE ZEROES TO FR-EFFECTIVE-DATE.
           START FINANCE-RATE-FILE
               KEY NOT < FR-EFFECTIVE-DATE
               INVALID KEY
                   MOVE "Y" TO RATE-EOF-SWITCH.
           PERFORM 145-CHECK-ONE-RATE
               UNTIL RATE-EOF-SWITCH = "Y".
           IF RIF-MONTHLY-RATE = ZERO
               MOVE "N" TO RATE-FOUND-SWITCH.
           MOVE RIF-MONTHLY-RATE TO RTL-RATE.
           MOVE RIF-MINIMUM-CHARGE TO RTL-MINIMUM.
           MOVE RIF-BALANCE-FLOOR TO RTL-FLOOR.
           MOVE RIF-GRACE-DAYS TO RTL-GRACE.
           MOVE RIF-EFFECTIVE-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO RTL-EFFECTIVE.
      *
       145-CHECK-ONE-RATE.
      *
           READ FINANCE-RATE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO RATE-EOF-SWITCH.
           IF RATE-EOF-SWITCH = "N"
               IF FR-EFFECTIVE-DATE > ASSESSMENT-DATE
                   MOVE "Y" TO RATE-EOF-SWITCH
               ELSE
                   MOVE "Y" TO RATE-FOUND-SWITCH
                   MOVE FR-EFFECTIVE-DATE TO RIF-EFFECTIVE-DATE
                   MOVE FR-MONTHLY-RATE TO RIF-MONTHLY-RATE
                   MOVE FR-MINIMUM-CHARGE TO RIF-MINIMUM-CHARGE
                   MOVE FR-BALANCE-FLOOR TO RIF-BALANCE-FLOOR
                   MOVE FR-GRACE-DAYS TO RIF-GRACE-DAYS.
      *
       150-REPORT-PERIOD-CHARGED.
      *
           DISPLAY "PERIOD " FINANCE-PERIOD " ALREADY CHARGED - "
               "NOTHING ASSESSED".
           PERFORM 275-PRINT-HEADING-LINES.
           MOVE FINANCE-PERIOD TO NCL-PERIOD.
           MOVE LAST-PERIOD-CHARGED TO NCL-LAST-PERIOD.
           MOVE NOTHING-CHARGED-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-COUNT.
      *
      *    Nothing is saved to the control file, so the month can
      *    be charged once its rate is on the table.
      *
       160-REPORT-NO-RATE.
      *
           DISPLAY "NO FINANCE CHARGE RATE IN FORCE FOR PERIOD "
               FINANCE-PERIOD " - NOTHING ASSESSED".
           PERFORM 275-PRINT-HEADING-LINES.
           MOVE NO-RATE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-COUNT.
      *
       200-SIZE-UP-ONE-ITEM.
      *
           READ SALES-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH.
           IF TRANSACTION-EOF-SWITCH = "N"
               PERFORM 205-CHECK-CUSTOMER-BREAK
               PERFORM 210-SIZE-THE-OPEN-ITEM
           ELSE
           IF FIRST-RECORD-SWITCH = "N"
               PERFORM 250-ASSESS-THE-CUSTOMER.
      *
       205-CHECK-CUSTOMER-BREAK.
      *
           IF FIRST-RECORD-SWITCH = "Y"
               MOVE "N" TO FIRST-RECORD-SWITCH
               MOVE ST-CUSTOMER-NUMBER TO PREVIOUS-CUSTOMER
               PERFORM 207-TAKE-CUSTOMER-TERMS
           ELSE
           IF ST-CUSTOMER-NUMBER NOT = PREVIOUS-CUSTOMER
               MOVE SALES-TRANSACTION-RECORD
                   TO HELD-TRANSACTION-RECORD
               PERFORM 250-ASSESS-THE-CUSTOMER
               MOVE HELD-TRANSACTION-RECORD
                   TO SALES-TRANSACTION-RECORD
               MOVE ST-CUSTOMER-NUMBER TO PREVIOUS-CUSTOMER
               PERFORM 207-TAKE-CUSTOMER-TERMS.
      *
      *    The customer record stays in the record area until the
      *    customer's break, which assesses from it.
      *
       207-TAKE-CUSTOMER-TERMS.
      *
           MOVE ST-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CUSTMAST
               INVALID KEY
                   MOVE "N" TO CUSTOMER-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO CUSTOMER-FOUND-SWITCH.
           IF CUSTOMER-FOUND-SWITCH = "N"
               OR CM-PAYMENT-TERMS-DAYS = ZEROES
               MOVE 30 TO CUSTOMER-TERMS-DAYS
           ELSE
               MOVE CM-PAYMENT-TERMS-DAYS TO CUSTOMER-TERMS-DAYS.
      *
      *    Items dated after the month being charged belong to a
      *    later month's run.
      *
       210-SIZE-THE-OPEN-ITEM.
      *
           COMPUTE OPEN-AMOUNT =
               ST-INVOICE-AMOUNT + ST-SALES-TAX - ST-PAID-AMOUNT.
           IF ST-IS-OPEN
               AND NOT ST-IS-FINANCE-CHARGE
               AND ST-INVOICE-DATE NOT > ASSESSMENT-DATE
               IF OPEN-AMOUNT < ZERO
                   ADD OPEN-AMOUNT TO OPEN-CREDIT-BALANCE
               ELSE
               IF OPEN-AMOUNT > ZERO
                   PERFORM 215-AGE-THE-OPEN-ITEM.
      *
       215-AGE-THE-OPEN-ITEM.
      *
           COMPUTE DAYS-PAST-DUE =
               FUNCTION INTEGER-OF-DATE(ASSESSMENT-DATE) -
               FUNCTION INTEGER-OF-DATE(ST-INVOICE-DATE) -
               CUSTOMER-TERMS-DAYS.
           IF DAYS-PAST-DUE > RIF-GRACE-DAYS
               ADD OPEN-AMOUNT TO PAST-DUE-BALANCE
               ADD 1 TO ITEMS-PAST-DUE
               IF DAYS-PAST-DUE > OLDEST-PAST-DUE
                   MOVE DAYS-PAST-DUE TO OLDEST-PAST-DUE.
      *
      *    Only a customer with something past due is looked at
      *    at all; the skip counts are of those customers.
      *
       250-ASSESS-THE-CUSTOMER.
      *
           IF ITEMS-PAST-DUE NOT = ZERO
               PERFORM 255-DECIDE-TO-CHARGE.
           MOVE ZERO TO ITEMS-PAST-DUE.
           MOVE ZERO TO OLDEST-PAST-DUE.
           MOVE ZERO TO PAST-DUE-BALANCE.
           MOVE ZERO TO OPEN-CREDIT-BALANCE.
      *
       255-DECIDE-TO-CHARGE.
      *
           COMPUTE NET-PAST-DUE =
               PAST-DUE-BALANCE + OPEN-CREDIT-BALANCE.
           IF CUSTOMER-FOUND-SWITCH = "N"
               DISPLAY "REJECT - CUSTOMER " PREVIOUS-CUSTOMER
                   " NOT ON FILE - NOT CHARGED"
               ADD 1 TO REJECTED-COUNT
           ELSE
           IF FIN-CHG-IS-EXEMPT
               ADD 1 TO EXEMPT-COUNT
           ELSE
           IF NET-PAST-DUE NOT > ZERO
               OR NET-PAST-DUE < RIF-BALANCE-FLOOR
               ADD 1 TO UNDER-FLOOR-COUNT
           ELSE
               PERFORM 260-BUILD-THE-CHARGE
               PERFORM 265-WRITE-THE-CHARGE.
      *
       260-BUILD-THE-CHARGE.
      *
           MOVE SPACES TO FDL-NOTE.
           COMPUTE FINANCE-CHARGE ROUNDED =
               NET-PAST-DUE * RIF-MONTHLY-RATE / 100.
           IF FINANCE-CHARGE < RIF-MINIMUM-CHARGE
               MOVE RIF-MINIMUM-CHARGE TO FINANCE-CHARGE
               MOVE "MINIMUM" TO FDL-NOTE.
           MOVE PREVIOUS-CUSTOMER TO ST-CUSTOMER-NUMBER.
           MOVE FP-YYMM TO INB-YYMM.
           MOVE INVOICE-NUMBER-BUILD TO ST-INVOICE-NUMBER.
           MOVE ASSESSMENT-DATE TO ST-INVOICE-DATE.
           MOVE FINANCE-CHARGE TO ST-INVOICE-AMOUNT.
           MOVE "N" TO ST-POSTED-FLAG.
           MOVE "N" TO ST-TAXABLE.
           MOVE SPACES TO ST-TAX-JURISDICTION.
           MOVE ZERO TO ST-SALES-TAX.
           MOVE "O" TO ST-OPEN-STATUS.
           MOVE ZEROES TO ST-PAID-AMOUNT.
           MOVE ZEROES TO ST-LAST-PAID-DATE.
           MOVE SPACE TO ST-GL-EXPORTED.
           MOVE ZEROES TO ST-GL-BATCH.
           MOVE "A" TO ST-TRANSACTION-TYPE.
           MOVE "FC" TO ST-REASON-CODE.
           MOVE SPACES TO ST-ORIGINAL-INVOICE.
           MOVE SPACE TO ST-DOCUMENT-STATUS.
           MOVE ZEROES TO ST-DOCUMENT-DATE.
           MOVE SPACE TO ST-TAX-EXEMPTION.
           MOVE SPACES TO ST-EXEMPT-CERTIFICATE.
      *
       265-WRITE-THE-CHARGE.
      *
           WRITE SALES-TRANSACTION-RECORD
               INVALID KEY
                   MOVE "ON FILE" TO FDL-NOTE.
           IF FDL-NOTE = "ON FILE"
               ADD 1 TO ON-FILE-COUNT
           ELSE
               ADD 1 TO CUSTOMERS-CHARGED
               ADD NET-PAST-DUE TO PAST-DUE-TOTAL
               ADD FINANCE-CHARGE TO CHARGE-TOTAL.
           PERFORM 270-PRINT-CHARGE-LINE.
      *
       270-PRINT-CHARGE-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 275-PRINT-HEADING-LINES.
           MOVE PREVIOUS-CUSTOMER TO FDL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME TO FDL-CUSTOMER-NAME.
           MOVE ITEMS-PAST-DUE TO FDL-ITEMS.
           MOVE OLDEST-PAST-DUE TO FDL-OLDEST-DAYS.
           MOVE NET-PAST-DUE TO FDL-PAST-DUE.
           MOVE FINANCE-CHARGE TO FDL-CHARGE.
           MOVE ST-INVOICE-NUMBER TO FDL-INVOICE-NUMBER.
           MOVE CHARGE-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *
       275-PRINT-HEADING-LINES.
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
           IF RATE-FOUND-SWITCH = "Y"
               MOVE RATE-TERMS-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.
      *
       280-PRINT-CHARGE-TOTALS.
      *
           IF LINE-COUNT > LINES-ON-PAGE - 4
               PERFORM 275-PRINT-HEADING-LINES.
           MOVE CUSTOMERS-CHARGED TO FTL-COUNT.
           MOVE PAST-DUE-TOTAL TO FTL-PAST-DUE.
           MOVE CHARGE-TOTAL TO FTL-CHARGE.
           MOVE CHARGE-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE EXEMPT-COUNT TO SKL-EXEMPT.
           MOVE UNDER-FLOOR-COUNT TO SKL-UNDER-FLOOR.
           MOVE ON-FILE-COUNT TO SKL-ON-FILE.
           MOVE REJECTED-COUNT TO SKL-REJECTED.
           MOVE SKIPPED-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       700-EDIT-THE-DATE.
      *
           MOVE DW-MONTH TO ED-MONTH.
           MOVE DW-DAY TO ED-DAY.
           MOVE DW-YEAR TO ED-YEAR.
