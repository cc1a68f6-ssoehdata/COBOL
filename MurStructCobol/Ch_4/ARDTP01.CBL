       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. ARDTP01.
      *
      *    Days-to-pay by customer - how each customer has paid
      *    over the last year, so the collectors can tell a
      *    customer who pays late as a habit from one who has
      *    just slipped. Every invoice settled in full with its
      *    last payment in the 365 days to today counts: days to
      *    pay is invoice date to the day the last of it came in,
      *    and it was paid late when that ran past the customer's
      *    terms (30 days when none are keyed, as DUNLTR01 has
      *    it). Beside the averages is what the customer has past
      *    due right now and how old the oldest of it is.
      *
      *      HABITUAL - three or more invoices paid in the year
      *        and at least half of them late.
      *      SLIPPED  - money past due now from a customer who
      *        is not habitually late.
      *
      *    The file's customer+invoice key hands the records back
      *    in customer order, so the customer lines come off a
      *    plain control break with no sort, as in ARAGE01.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           COPY "SLSTRX01.CBL".
           COPY "SLCUST01.CBL".
           SELECT DAYS-TO-PAY-REPORT ASSIGN DYNAMIC OUTPUT-DESTINATION.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
           COPY "FDSTRX01.CBL".
      *
           COPY "FDCUST01.CBL".
      *
       FD  DAYS-TO-PAY-REPORT.
      *
       01  PRINT-AREA      PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  TRANSACTION-EOF-SWITCH  PIC X   VALUE "N".
           05  FIRST-RECORD-SWITCH     PIC X   VALUE "Y".
      *
       01  PARAMETER-FIELDS.
           05  OUTPUT-DESTINATION      PIC X(60)     VALUE
               "C:\gnuCobol\COBOL\DATA\ARDTP.PRN".
           05  DESTINATION-ENTRY       PIC X(60)     VALUE SPACE.
      *
       01  WORK-FIELDS.
           05  TODAY-CCYYMMDD          PIC 9(8).
           05  PAID-SINCE-CCYYMMDD     PIC 9(8).
           05  CUSTOMER-TERMS-DAYS     PIC 9(3).
           05  DAYS-TO-PAY             PIC S9(5).
           05  DAYS-PAST-DUE           PIC S9(5).
           05  OPEN-AMOUNT             PIC S9(7)V99.
           05  AVERAGE-DAYS            PIC S9(5).
           05  AVERAGE-OVER-TERMS      PIC S9(5).
           05  PERCENT-LATE            PIC 9(3).
      *
       01  BREAK-FIELDS.
           05  PREVIOUS-CUSTOMER       PIC 9(5)    VALUE ZERO.
      *
       01  CUSTOMER-TOTAL-FIELDS.
           05  CUST-PAID-COUNT         PIC 9(5)      VALUE ZERO.
           05  CUST-LATE-COUNT         PIC 9(5)      VALUE ZERO.
           05  CUST-TOTAL-DAYS         PIC S9(9)     VALUE ZERO.
           05  CUST-PAST-DUE           PIC S9(7)V99  VALUE ZERO.
           05  CUST-OLDEST-DAYS        PIC S9(5)     VALUE ZERO.
      *
       01  GRAND-TOTAL-FIELDS.
           05  CUSTOMERS-LISTED        PIC 9(5)      VALUE ZERO.
           05  HABITUAL-COUNT          PIC 9(5)      VALUE ZERO.
           05  SLIPPED-COUNT           PIC 9(5)      VALUE ZERO.
           05  GRAND-PAID-COUNT        PIC 9(7)      VALUE ZERO.
           05  GRAND-TOTAL-DAYS        PIC S9(11)    VALUE ZERO.
           05  GRAND-PAST-DUE          PIC S9(9)V99  VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER          PIC X(26)   VALUE
               "DAYS-TO-PAY BY CUSTOMER AS".
           05  FILLER          PIC X(4)    VALUE " OF ".
           05  HL1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(22)   VALUE
               " - INVOICES PAID SINCE".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  HL1-PAID-SINCE  PIC 9(8).
           05  FILLER          PIC X(63)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(20)   VALUE "CUST.               ".
           05  FILLER      PIC X(20)   VALUE "         INVS   AVG ".
           05  FILLER      PIC X(20)   VALUE "       OVER   PAID  ".
           05  FILLER      PIC X(20)   VALUE "PCT    PAST DUE  OLD".
           05  FILLER      PIC X(20)   VALUE "EST                 ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "NUM    CUSTOMER NAME".
           05  FILLER      PIC X(20)   VALUE "         PAID  DAYS ".
           05  FILLER      PIC X(20)   VALUE "TERMS  TERMS  LATE L".
           05  FILLER      PIC X(20)   VALUE "ATE         NOW    D".
           05  FILLER      PIC X(20)   VALUE "AYS  PATTERN        ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  CUSTOMER-TOTAL-LINE.
           05  CTL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CTL-CUSTOMER-NAME    PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CTL-PAID-COUNT       PIC ZZZ9.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CTL-AVERAGE-DAYS     PIC ZZZ9.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  CTL-TERMS            PIC ZZ9.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CTL-OVER-TERMS       PIC ZZZ9-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CTL-LATE-COUNT       PIC ZZZ9.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CTL-PERCENT-LATE     PIC ZZ9.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CTL-PAST-DUE         PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CTL-OLDEST-DAYS      PIC ZZZZ9.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CTL-PATTERN          PIC X(8).
           05  FILLER               PIC X(39)      VALUE SPACE.
      *
       01  GRAND-TOTAL-LINE.
           05  FILLER               PIC X(7)       VALUE "TOTALS:".
           05  GTL-CUSTOMERS        PIC ZZZZ9.
           05  FILLER               PIC X(13)      VALUE
               " CUSTOMER(S) ".
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  GTL-PAID-COUNT       PIC ZZZZZZ9.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  GTL-AVERAGE-DAYS     PIC ZZZ9.
           05  FILLER               PIC X(24)      VALUE SPACE.
           05  GTL-PAST-DUE         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(56)      VALUE SPACE.
      *
       01  PATTERN-COUNT-LINE.
           05  FILLER               PIC X(10)      VALUE "HABITUAL: ".
           05  PCL-HABITUAL         PIC ZZZZ9.
           05  FILLER               PIC X(12)      VALUE
               "   SLIPPED: ".
           05  PCL-SLIPPED          PIC ZZZZ9.
           05  FILLER               PIC X(100)     VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-PREPARE-DAYS-TO-PAY.
      *
           PERFORM 105-ACCEPT-OUTPUT-DESTINATION.
           OPEN INPUT  SALES-TRANSACTION-FILE
                       CUSTMAST
                OUTPUT DAYS-TO-PAY-REPORT.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           COMPUTE PAID-SINCE-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TODAY-CCYYMMDD) - 365).
           PERFORM 100-PRINT-HEADING-LINES.
           PERFORM 200-MEASURE-ONE-TRANSACTION
               UNTIL TRANSACTION-EOF-SWITCH = "Y".
           IF FIRST-RECORD-SWITCH = "N"
               PERFORM 250-PRINT-CUSTOMER-TOTALS.
           PERFORM 300-PRINT-GRAND-TOTALS.
           CLOSE SALES-TRANSACTION-FILE
                 CUSTMAST
                 DAYS-TO-PAY-REPORT.
           STOP RUN.
      *
       105-ACCEPT-OUTPUT-DESTINATION.
      *
           DISPLAY "ENTER THE OUTPUT DESTINATION (PRINTER NAME OR"
           DISPLAY "FILE PATH), OR PRESS ENTER FOR " OUTPUT-DESTINATION.
           ACCEPT DESTINATION-ENTRY.
           IF DESTINATION-ENTRY NOT = SPACES
               MOVE DESTINATION-ENTRY TO OUTPUT-DESTINATION.
      *
       100-PRINT-HEADING-LINES.
      *
           MOVE TODAY-CCYYMMDD TO HL1-RUN-DATE.
           MOVE PAID-SINCE-CCYYMMDD TO HL1-PAID-SINCE.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       200-MEASURE-ONE-TRANSACTION.
      *
           READ SALES-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH.
           IF TRANSACTION-EOF-SWITCH = "N"
               PERFORM 205-CHECK-CUSTOMER-BREAK
               PERFORM 210-MEASURE-IF-PAID
               PERFORM 220-AGE-IF-PAST-DUE.
      *
      *    The customer is read as soon as the customer's first
      *    item turns up - the terms are needed for every item.
      *
       205-CHECK-CUSTOMER-BREAK.
      *
           IF FIRST-RECORD-SWITCH = "Y"
               MOVE "N" TO FIRST-RECORD-SWITCH
               MOVE ST-CUSTOMER-NUMBER TO PREVIOUS-CUSTOMER
               PERFORM 207-READ-CUSTOMER
           ELSE
           IF ST-CUSTOMER-NUMBER NOT = PREVIOUS-CUSTOMER
               PERFORM 250-PRINT-CUSTOMER-TOTALS
               MOVE ST-CUSTOMER-NUMBER TO PREVIOUS-CUSTOMER
               PERFORM 207-READ-CUSTOMER.
      *
       207-READ-CUSTOMER.
      *
           MOVE PREVIOUS-CUSTOMER TO CM-CUSTOMER-NUMBER.
           READ CUSTMAST
               INVALID KEY
                   MOVE "**UNKNOWN**" TO CM-CUSTOMER-NAME
                   MOVE ZEROES TO CM-PAYMENT-TERMS-DAYS.
           IF CM-PAYMENT-TERMS-DAYS = ZEROES
               MOVE 30 TO CUSTOMER-TERMS-DAYS
           ELSE
               MOVE CM-PAYMENT-TERMS-DAYS TO CUSTOMER-TERMS-DAYS.
      *
       210-MEASURE-IF-PAID.
      *
           IF ST-IS-INVOICE
               AND ST-IS-SETTLED
               AND ST-LAST-PAID-DATE NOT < PAID-SINCE-CCYYMMDD
               AND ST-LAST-PAID-DATE NOT > TODAY-CCYYMMDD
               PERFORM 215-COUNT-THE-PAYMENT.
      *
       215-COUNT-THE-PAYMENT.
      *
           COMPUTE DAYS-TO-PAY =
               FUNCTION INTEGER-OF-DATE(ST-LAST-PAID-DATE) -
               FUNCTION INTEGER-OF-DATE(ST-INVOICE-DATE).
           IF DAYS-TO-PAY < ZERO
               MOVE ZERO TO DAYS-TO-PAY.
           ADD 1 TO CUST-PAID-COUNT.
           ADD DAYS-TO-PAY TO CUST-TOTAL-DAYS.
           IF DAYS-TO-PAY > CUSTOMER-TERMS-DAYS
               ADD 1 TO CUST-LATE-COUNT.
      *
       220-AGE-IF-PAST-DUE.
      *
           COMPUTE OPEN-AMOUNT =
               ST-INVOICE-AMOUNT + ST-SALES-TAX - ST-PAID-AMOUNT.
           IF ST-IS-OPEN AND OPEN-AMOUNT > ZERO
               PERFORM 225-CHECK-DUE-DATE.
      *
       225-CHECK-DUE-DATE.
      *
           COMPUTE DAYS-PAST-DUE =
               FUNCTION INTEGER-OF-DATE(TODAY-CCYYMMDD) -
               FUNCTION INTEGER-OF-DATE(ST-INVOICE-DATE) -
               CUSTOMER-TERMS-DAYS.
           IF DAYS-PAST-DUE > ZERO
               ADD OPEN-AMOUNT TO CUST-PAST-DUE
               IF DAYS-PAST-DUE > CUST-OLDEST-DAYS
                   MOVE DAYS-PAST-DUE TO CUST-OLDEST-DAYS.
      *
      *    A customer with nothing paid in the year and nothing
      *    past due has no story to tell and prints no line.
      *
       250-PRINT-CUSTOMER-TOTALS.
      *
           IF CUST-PAID-COUNT NOT = ZERO
               OR CUST-PAST-DUE > ZERO
               PERFORM 255-PRINT-ONE-CUSTOMER-LINE.
           MOVE ZERO TO CUST-PAID-COUNT
                        CUST-LATE-COUNT
                        CUST-TOTAL-DAYS
                        CUST-PAST-DUE
                        CUST-OLDEST-DAYS.
      *
       255-PRINT-ONE-CUSTOMER-LINE.
      *
           MOVE ZERO TO AVERAGE-DAYS.
           MOVE ZERO TO AVERAGE-OVER-TERMS.
           MOVE ZERO TO PERCENT-LATE.
           IF CUST-PAID-COUNT NOT = ZERO
               COMPUTE AVERAGE-DAYS ROUNDED =
                   CUST-TOTAL-DAYS / CUST-PAID-COUNT
               COMPUTE AVERAGE-OVER-TERMS =
                   AVERAGE-DAYS - CUSTOMER-TERMS-DAYS
               COMPUTE PERCENT-LATE ROUNDED =
                   CUST-LATE-COUNT * 100 / CUST-PAID-COUNT.
           MOVE PREVIOUS-CUSTOMER     TO CTL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME      TO CTL-CUSTOMER-NAME.
           MOVE CUST-PAID-COUNT       TO CTL-PAID-COUNT.
           MOVE AVERAGE-DAYS          TO CTL-AVERAGE-DAYS.
           MOVE CUSTOMER-TERMS-DAYS   TO CTL-TERMS.
           MOVE AVERAGE-OVER-TERMS    TO CTL-OVER-TERMS.
           MOVE CUST-LATE-COUNT       TO CTL-LATE-COUNT.
           MOVE PERCENT-LATE          TO CTL-PERCENT-LATE.
           MOVE CUST-PAST-DUE         TO CTL-PAST-DUE.
           MOVE CUST-OLDEST-DAYS      TO CTL-OLDEST-DAYS.
           IF CUST-PAID-COUNT NOT < 3
               AND PERCENT-LATE NOT < 50
               MOVE "HABITUAL" TO CTL-PATTERN
               ADD 1 TO HABITUAL-COUNT
           ELSE
           IF CUST-PAST-DUE > ZERO
               MOVE "SLIPPED" TO CTL-PATTERN
               ADD 1 TO SLIPPED-COUNT
           ELSE
               MOVE SPACES TO CTL-PATTERN.
           MOVE CUSTOMER-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD 1                      TO CUSTOMERS-LISTED.
           ADD CUST-PAID-COUNT        TO GRAND-PAID-COUNT.
           ADD CUST-TOTAL-DAYS        TO GRAND-TOTAL-DAYS.
           ADD CUST-PAST-DUE          TO GRAND-PAST-DUE.
      *
       300-PRINT-GRAND-TOTALS.
      *
           MOVE ZERO TO AVERAGE-DAYS.
           IF GRAND-PAID-COUNT NOT = ZERO
               COMPUTE AVERAGE-DAYS ROUNDED =
                   GRAND-TOTAL-DAYS / GRAND-PAID-COUNT.
           MOVE CUSTOMERS-LISTED      TO GTL-CUSTOMERS.
           MOVE GRAND-PAID-COUNT      TO GTL-PAID-COUNT.
           MOVE AVERAGE-DAYS          TO GTL-AVERAGE-DAYS.
           MOVE GRAND-PAST-DUE        TO GTL-PAST-DUE.
           MOVE GRAND-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE HABITUAL-COUNT        TO PCL-HABITUAL.
           MOVE SLIPPED-COUNT         TO PCL-SLIPPED.
           MOVE PATTERN-COUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
