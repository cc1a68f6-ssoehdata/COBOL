       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. ARTRB01.
      *
      *    A/R trial balance by customer, tied to the receivable
      *    control account. Each customer's open balance is taken
      *    off the Sales Transaction File as of the last day of
      *    the month asked for - invoices, credits and adjustments
      *    dated on or before it, at what was still open on them
      *    that day - and the customers are totalled, less the
      *    cash on hand that day not yet applied to anything.
      *
      *    What was open that day is what is open now with the
      *    cash applied since put back: a Cash Application line
      *    dated after the period end is added back onto its
      *    invoice, and a line reversed by a check returned after
      *    the period end is taken back off, since on the period
      *    end the check still stood.
      *
      *    The control balance is built from the sales journal
      *    batches STXGLX01 recorded on the Sales GL Batch File:
      *    the A/R total of every batch the GL has confirmed
      *    (STXCNF01), less what those batches carried that is
      *    dated after the period end, less the customer checks
      *    deposited by the period end, which the deposit credits
      *    to A/R. Whatever the two totals differ by is broken
      *    down into activity not yet exported to the GL,
      *    batches exported but not yet confirmed, and what is
      *    left unexplained.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           COPY "SLSTRX01.CBL".
           COPY "SLCUST01.CBL".
           COPY "SLCRJ01.CBL".
           COPY "SLCRA01.CBL".
           COPY "SLDPB01.CBL".
           COPY "SLNSF01.CBL".
           COPY "SLSGB01.CBL".
           COPY "SLPCFG01.CBL".
           SELECT TRIAL-BALANCE-REPORT
               ASSIGN DYNAMIC OUTPUT-DESTINATION.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
           COPY "FDSTRX01.CBL".
      *
           COPY "FDCUST01.CBL".
      *
           COPY "FDCRJ01.CBL".
      *
           COPY "FDCRA01.CBL".
      *
           COPY "FDDPB01.CBL".
      *
           COPY "FDNSF01.CBL".
      *
           COPY "FDSGB01.CBL".
      *
           COPY "FDPCFG01.CBL".
      *
       FD  TRIAL-BALANCE-REPORT.
      *
       01  PRINT-AREA      PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  RECEIPT-EOF-SWITCH      PIC X   VALUE "N".
           05  APPLICATION-EOF-SWITCH  PIC X.
           05  TRANSACTION-EOF-SWITCH  PIC X   VALUE "N".
           05  RETURN-EOF-SWITCH       PIC X   VALUE "N".
           05  BATCH-EOF-SWITCH        PIC X   VALUE "N".
           05  FIRST-RECORD-SWITCH     PIC X   VALUE "Y".
           05  BATCH-FOUND-SWITCH      PIC X.
           05  DEPOSIT-FOUND-SWITCH    PIC X.
      *
       01  PARAMETER-FIELDS.
           05  OUTPUT-DESTINATION      PIC X(60)     VALUE
               "C:\gnuCobol\COBOL\DATA\ARTRB.PRN".
           05  DESTINATION-ENTRY       PIC X(60)     VALUE SPACE.
           05  BALANCE-PERIOD          PIC 9(6)      VALUE ZERO.
           05  BALANCE-PERIOD-MONTH REDEFINES BALANCE-PERIOD.
               10  BP-CCYY             PIC 9(4).
               10  BP-MONTH            PIC 9(2).
      *
       01  RUN-FIELDS.
           05  TODAY-CCYYMMDD          PIC 9(8).
           05  TODAY-PARTS REDEFINES TODAY-CCYYMMDD.
               10  TODAY-CCYYMM        PIC 9(6).
               10  FILLER              PIC 9(2).
           05  NEXT-MONTH-START        PIC 9(8).
           05  PERIOD-END-DATE         PIC 9(8).
      *
       01  WORK-FIELDS.
           05  ITEM-AMOUNT             PIC S9(7)V99.
           05  ITEM-CORRECTION         PIC S9(7)V99.
           05  ITEM-OPEN-AMOUNT        PIC S9(7)V99.
           05  ITEM-PAID-AMOUNT        PIC S9(7)V99.
           05  RECEIPT-APPLIED-LATER   PIC S9(7)V99.
           05  RECEIPT-DEPOSIT-DATE    PIC 9(8).
           05  AFTER-PERIOD-BATCH      PIC 9(6).
           05  AFTER-PERIOD-AMOUNT     PIC S9(7)V99.
      *
      *    Corrections to carry an item's paid amount back to the
      *    period end, one entry per invoice, built off the Cash
      *    Application File before the transactions are read.
      *
       01  CORRECTION-TABLE-FIELDS.
           05  CORRECTION-COUNT        PIC 999 COMP  VALUE ZERO.
           05  CORRECTION-LIMIT        PIC 999 COMP  VALUE 500.
           05  CORRECTION-SUB          PIC 999 COMP.
           05  CORRECTIONS-LEFT-OUT    PIC 9(5)      VALUE ZERO.
      *
       01  CORRECTION-TABLE.
           05  CORRECTION-ENTRY OCCURS 500 TIMES.
               10  CT-CUSTOMER-NUMBER  PIC 9(5).
               10  CT-INVOICE-NUMBER   PIC X(8).
               10  CT-AMOUNT           PIC S9(7)V99.
      *
       01  BREAK-FIELDS.
           05  PREVIOUS-CUSTOMER       PIC 9(5)    VALUE ZERO.
      *
       01  CUSTOMER-TOTAL-FIELDS.
           05  CUST-OPEN-ITEMS         PIC 9(5)      VALUE ZERO.
           05  CUST-PARTIAL-ITEMS      PIC 9(5)      VALUE ZERO.
           05  CUST-DEBIT-TOTAL        PIC S9(9)V99  VALUE ZERO.
           05  CUST-CREDIT-TOTAL       PIC S9(9)V99  VALUE ZERO.
           05  CUST-BALANCE            PIC S9(9)V99  VALUE ZERO.
      *
       01  GRAND-TOTAL-FIELDS.
           05  CUSTOMERS-LISTED        PIC 9(5)      VALUE ZERO.
           05  GRAND-OPEN-ITEMS        PIC 9(7)      VALUE ZERO.
           05  GRAND-PARTIAL-ITEMS     PIC 9(7)      VALUE ZERO.
           05  GRAND-DEBIT-TOTAL       PIC S9(9)V99  VALUE ZERO.
           05  GRAND-CREDIT-TOTAL      PIC S9(9)V99  VALUE ZERO.
           05  GRAND-BALANCE           PIC S9(9)V99  VALUE ZERO.
      *
       01  RECONCILIATION-FIELDS.
           05  UNAPPLIED-CASH          PIC S9(9)V99  VALUE ZERO.
           05  SUBLEDGER-BALANCE       PIC S9(9)V99  VALUE ZERO.
           05  CONFIRMED-BATCH-COUNT   PIC 9(5)      VALUE ZERO.
           05  CONFIRMED-BATCH-TOTAL   PIC S9(9)V99  VALUE ZERO.
           05  CONFIRMED-AFTER-PERIOD  PIC S9(9)V99  VALUE ZERO.
           05  CASH-DEPOSITED          PIC S9(9)V99  VALUE ZERO.
           05  GL-CONTROL-BALANCE      PIC S9(9)V99  VALUE ZERO.
           05  RECONCILING-DIFFERENCE  PIC S9(9)V99  VALUE ZERO.
           05  UNEXPORTED-SALES        PIC S9(9)V99  VALUE ZERO.
           05  UNEXPORTED-RETURNS      PIC S9(9)V99  VALUE ZERO.
           05  CASH-NOT-DEPOSITED      PIC S9(9)V99  VALUE ZERO.
           05  NOT-EXPORTED-TOTAL      PIC S9(9)V99  VALUE ZERO.
           05  UNCONFIRMED-BATCH-COUNT PIC 9(5)      VALUE ZERO.
           05  UNCONFIRMED-BATCH-TOTAL PIC S9(9)V99  VALUE ZERO.
           05  UNCONFIRMED-AFTER-PERIOD PIC S9(9)V99 VALUE ZERO.
           05  UNCONFIRMED-TOTAL       PIC S9(9)V99  VALUE ZERO.
           05  UNEXPLAINED-DIFFERENCE  PIC S9(9)V99  VALUE ZERO.
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
           05  FILLER          PIC X(24)   VALUE
               "A/R TRIAL BALANCE AS OF ".
           05  HL1-PERIOD-END  PIC X(10).
           05  FILLER          PIC X(6)    VALUE SPACE.
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
           05  FILLER          PIC X(10)   VALUE "ARTRB01".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "CUST   NAME         ".
           05  FILLER      PIC X(20)   VALUE "                    ".
           05  FILLER      PIC X(20)   VALUE " OPEN  PARTIAL      ".
           05  FILLER      PIC X(20)   VALUE "    DEBITS          ".
           05  FILLER      PIC X(20)   VALUE "CREDITS          BAL".
           05  FILLER      PIC X(20)   VALUE "ANCE                ".
           05  FILLER      PIC X(12)   VALUE SPACE.
      *
       01  CUSTOMER-LINE.
           05  CL-CUSTOMER-NUMBER   PIC 9(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CL-CUSTOMER-NAME     PIC X(30).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  CL-OPEN-ITEMS        PIC ZZZZZZ9.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CL-PARTIAL-ITEMS     PIC ZZZZZZ9.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CL-DEBIT-TOTAL       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CL-CREDIT-TOTAL      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CL-BALANCE           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(27)      VALUE SPACE.
      *
       01  GRAND-TOTAL-LINE.
           05  FILLER               PIC X(7)       VALUE "TOTALS ".
           05  GTL-CUSTOMERS        PIC ZZZZ9.
           05  FILLER               PIC X(26)      VALUE
               " CUSTOMERS".
           05  GTL-OPEN-ITEMS       PIC ZZZZZZ9.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  GTL-PARTIAL-ITEMS    PIC ZZZZZZ9.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  GTL-DEBIT-TOTAL      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  GTL-CREDIT-TOTAL     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  GTL-BALANCE          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(27)      VALUE SPACE.
      *
       01  RECONCILIATION-LINE.
           05  FILLER               PIC X(10)      VALUE SPACE.
           05  RL-LABEL             PIC X(50).
           05  RL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(57)      VALUE SPACE.
      *
       01  LEFT-OUT-LINE.
           05  FILLER               PIC X(10)      VALUE SPACE.
           05  LOL-COUNT            PIC ZZZZ9.
           05  FILLER               PIC X(50)      VALUE
               " CASH APPLICATIONS AFTER PERIOD END NOT BACKED OUT".
           05  FILLER               PIC X(67)      VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-PREPARE-TRIAL-BALANCE.
      *
           PERFORM 105-ACCEPT-OUTPUT-DESTINATION.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 110-ACCEPT-BALANCE-PERIOD.
           PERFORM 115-READ-PRINT-CONFIG.
           PERFORM 120-SET-PERIOD-END-DATE.
           PERFORM 100-FORMAT-REPORT-HEADING.
           OPEN INPUT  SALES-TRANSACTION-FILE
                       CUSTMAST
                       CASH-RECEIPTS-JOURNAL
                       CASH-APPLICATION-FILE
                       DEPOSIT-BATCH-FILE
                       RETURNED-CHECK-FILE
                       SALES-GL-BATCH-FILE
                OUTPUT TRIAL-BALANCE-REPORT.
           PERFORM 200-TAKE-ONE-RECEIPT
               UNTIL RECEIPT-EOF-SWITCH = "Y".
           IF CORRECTIONS-LEFT-OUT > ZERO
               DISPLAY CORRECTIONS-LEFT-OUT
                   " LATER CASH APPLICATIONS DID NOT FIT THE TABLE".
           PERFORM 290-PRINT-HEADING-LINES.
           PERFORM 300-TAKE-ONE-TRANSACTION
               UNTIL TRANSACTION-EOF-SWITCH = "Y".
           IF FIRST-RECORD-SWITCH = "N"
               PERFORM 350-PRINT-CUSTOMER-TOTALS.
           PERFORM 400-TAKE-ONE-RETURN
               UNTIL RETURN-EOF-SWITCH = "Y".
           PERFORM 450-TAKE-ONE-BATCH
               UNTIL BATCH-EOF-SWITCH = "Y".
           PERFORM 500-PRINT-GRAND-TOTALS.
           PERFORM 600-RECONCILE-TO-CONTROL.
           CLOSE SALES-TRANSACTION-FILE
                 CUSTMAST
                 CASH-RECEIPTS-JOURNAL
                 CASH-APPLICATION-FILE
                 DEPOSIT-BATCH-FILE
                 RETURNED-CHECK-FILE
                 SALES-GL-BATCH-FILE
                 TRIAL-BALANCE-REPORT.
           IF UNEXPLAINED-DIFFERENCE = ZERO
               DISPLAY "A/R TRIAL BALANCE TIES TO THE CONTROL ACCOUNT"
           ELSE
               DISPLAY "A/R TRIAL BALANCE DOES NOT TIE - UNEXPLAINED "
                   "DIFFERENCE ON THE REPORT".
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
           MOVE EDITED-DATE TO HL1-PERIOD-END.
      *
       105-ACCEPT-OUTPUT-DESTINATION.
      *
           DISPLAY "ENTER THE OUTPUT DESTINATION (PRINTER NAME OR"
           DISPLAY "FILE PATH), OR PRESS ENTER FOR " OUTPUT-DESTINATION.
           ACCEPT DESTINATION-ENTRY.
           IF DESTINATION-ENTRY NOT = SPACES
               MOVE DESTINATION-ENTRY TO OUTPUT-DESTINATION.
      *
       110-ACCEPT-BALANCE-PERIOD.
      *
           PERFORM 112-ACCEPT-ONE-PERIOD.
           PERFORM 113-RE-ACCEPT-ONE-PERIOD
               UNTIL BALANCE-PERIOD NOT > TODAY-CCYYMM
                   AND BP-MONTH > ZERO
                   AND BP-MONTH < 13.
      *
       112-ACCEPT-ONE-PERIOD.
      *
           DISPLAY "ENTER THE TRIAL BALANCE PERIOD (CCYYMM)".
           DISPLAY "OR 0 FOR THIS MONTH".
           ACCEPT BALANCE-PERIOD.
           IF BALANCE-PERIOD = ZERO
               MOVE TODAY-CCYYMM TO BALANCE-PERIOD.
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
      *    The balance is struck as of the last day of the month
      *    - the day before the first of the month after.
      *
       120-SET-PERIOD-END-DATE.
      *
           IF BP-MONTH = 12
               COMPUTE NEXT-MONTH-START =
                   (BALANCE-PERIOD + 89) * 100 + 1
           ELSE
               COMPUTE NEXT-MONTH-START =
                   (BALANCE-PERIOD + 1) * 100 + 1.
           COMPUTE PERIOD-END-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(NEXT-MONTH-START) - 1).
      *
      *    Each receipt with its application lines: the lines
      *    that have to be backed out of the paid amounts, the
      *    part of the check still unapplied on the period end,
      *    and whether it had reached the bank by then.
      *
       200-TAKE-ONE-RECEIPT.
      *
           READ CASH-RECEIPTS-JOURNAL NEXT RECORD
               AT END
                   MOVE "Y" TO RECEIPT-EOF-SWITCH.
           IF RECEIPT-EOF-SWITCH = "N"
               PERFORM 210-TAKE-RECEIPT-LINES
               PERFORM 240-PLACE-RECEIPT-CASH.
      *
       210-TAKE-RECEIPT-LINES.
      *
           MOVE ZERO TO RECEIPT-APPLIED-LATER.
           MOVE CJ-RECEIPT-NUMBER TO CA-RECEIPT-NUMBER.
           MOVE ZERO TO CA-LINE-NUMBER.
           MOVE "N" TO APPLICATION-EOF-SWITCH.
           START CASH-APPLICATION-FILE
               KEY NOT < CA-APPLICATION-KEY
               INVALID KEY
                   MOVE "Y" TO APPLICATION-EOF-SWITCH.
           PERFORM 215-TAKE-ONE-LINE
               UNTIL APPLICATION-EOF-SWITCH = "Y".
      *
       215-TAKE-ONE-LINE.
      *
           READ CASH-APPLICATION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO APPLICATION-EOF-SWITCH.
           IF APPLICATION-EOF-SWITCH = "N"
               IF CA-RECEIPT-NUMBER NOT = CJ-RECEIPT-NUMBER
                   MOVE "Y" TO APPLICATION-EOF-SWITCH
               ELSE
                   PERFORM 220-CORRECT-FOR-ONE-LINE.
      *
      *    A line standing today but applied after the period end
      *    was still open on it. A line applied by the period end
      *    and reversed by a return after it was paid on it.
      *
       220-CORRECT-FOR-ONE-LINE.
      *
           IF CA-APPLIED-DATE > PERIOD-END-DATE
               ADD CA-APPLIED-AMOUNT TO RECEIPT-APPLIED-LATER.
           IF CA-LINE-STANDS
               AND CA-APPLIED-DATE > PERIOD-END-DATE
               MOVE CA-APPLIED-AMOUNT TO ITEM-CORRECTION
               PERFORM 225-ADD-TO-CORRECTION-TABLE
           ELSE
               IF CA-LINE-REVERSED
                   AND CA-APPLIED-DATE NOT > PERIOD-END-DATE
                   AND CJ-RETURNED-DATE > PERIOD-END-DATE
                   COMPUTE ITEM-CORRECTION = ZERO - CA-APPLIED-AMOUNT
                   PERFORM 225-ADD-TO-CORRECTION-TABLE.
      *
       225-ADD-TO-CORRECTION-TABLE.
      *
           MOVE 1 TO CORRECTION-SUB.
           PERFORM 230-MATCH-ONE-CORRECTION
               UNTIL CORRECTION-SUB > CORRECTION-COUNT.
           IF CORRECTION-SUB = CORRECTION-COUNT + 1
               PERFORM 235-ADD-NEW-CORRECTION.
      *
      *    A match leaves the subscript past the table by two, so
      *    the caller knows not to add a new entry.
      *
       230-MATCH-ONE-CORRECTION.
      *
           IF CT-CUSTOMER-NUMBER (CORRECTION-SUB) = CA-CUSTOMER-NUMBER
               AND CT-INVOICE-NUMBER (CORRECTION-SUB)
                   = CA-INVOICE-NUMBER
               ADD ITEM-CORRECTION TO CT-AMOUNT (CORRECTION-SUB)
               COMPUTE CORRECTION-SUB = CORRECTION-COUNT + 2
           ELSE
               ADD 1 TO CORRECTION-SUB.
      *
       235-ADD-NEW-CORRECTION.
      *
           IF CORRECTION-COUNT = CORRECTION-LIMIT
               ADD 1 TO CORRECTIONS-LEFT-OUT
           ELSE
               ADD 1 TO CORRECTION-COUNT
               MOVE CORRECTION-COUNT TO CORRECTION-SUB
               MOVE CA-CUSTOMER-NUMBER
                   TO CT-CUSTOMER-NUMBER (CORRECTION-SUB)
               MOVE CA-INVOICE-NUMBER
                   TO CT-INVOICE-NUMBER (CORRECTION-SUB)
               MOVE ITEM-CORRECTION TO CT-AMOUNT (CORRECTION-SUB).
      *
      *    A check returned by the period end counts for nothing
      *    either side - its lines are back off the invoices and
      *    the return put it back into A/R. Otherwise what was
      *    unapplied on the period end is what is unapplied now
      *    plus what has been applied since, and a check not in
      *    a deposit dated by the period end has yet to reach the
      *    GL. A lockbox deposit not on the batch file went in on
      *    the receipt date.
      *
       240-PLACE-RECEIPT-CASH.
      *
           MOVE ZERO TO RECEIPT-DEPOSIT-DATE.
           IF NOT CJ-NOT-DEPOSITED
               PERFORM 245-FIND-DEPOSIT-DATE.
           IF RECEIPT-DEPOSIT-DATE NOT = ZERO
               AND RECEIPT-DEPOSIT-DATE NOT > PERIOD-END-DATE
               ADD CJ-CHECK-AMOUNT TO CASH-DEPOSITED.
           IF CJ-RECEIPT-DATE NOT > PERIOD-END-DATE
               AND (CJ-CHECK-GOOD
                   OR CJ-RETURNED-DATE > PERIOD-END-DATE)
               COMPUTE UNAPPLIED-CASH = UNAPPLIED-CASH
                   + CJ-UNAPPLIED-AMOUNT + RECEIPT-APPLIED-LATER
               PERFORM 250-CHECK-RECEIPT-DEPOSITED.
      *
       245-FIND-DEPOSIT-DATE.
      *
           MOVE CJ-DEPOSIT-BATCH TO DB-BATCH-NUMBER.
           MOVE "Y" TO DEPOSIT-FOUND-SWITCH.
           READ DEPOSIT-BATCH-FILE
               INVALID KEY
                   MOVE "N" TO DEPOSIT-FOUND-SWITCH.
           IF DEPOSIT-FOUND-SWITCH = "Y"
               MOVE DB-DEPOSIT-DATE TO RECEIPT-DEPOSIT-DATE
           ELSE
               MOVE CJ-RECEIPT-DATE TO RECEIPT-DEPOSIT-DATE.
      *
       250-CHECK-RECEIPT-DEPOSITED.
      *
           IF RECEIPT-DEPOSIT-DATE = ZERO
               OR RECEIPT-DEPOSIT-DATE > PERIOD-END-DATE
               ADD CJ-CHECK-AMOUNT TO CASH-NOT-DEPOSITED.
      *
       290-PRINT-HEADING-LINES.
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
      *    The customer+invoice key hands the transactions back
      *    in customer order, so the customer lines come off a
      *    plain control break.
      *
       300-TAKE-ONE-TRANSACTION.
      *
           READ SALES-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH.
           IF TRANSACTION-EOF-SWITCH = "N"
               COMPUTE ITEM-AMOUNT = ST-INVOICE-AMOUNT + ST-SALES-TAX
               IF ST-INVOICE-DATE NOT > PERIOD-END-DATE
                   PERFORM 305-CHECK-CUSTOMER-BREAK
                   PERFORM 310-BALANCE-ONE-ITEM
                   PERFORM 320-CHECK-ITEM-EXPORTED
               ELSE
                   PERFORM 330-CHECK-LATE-ITEM-EXPORTED.
      *
       305-CHECK-CUSTOMER-BREAK.
      *
           IF FIRST-RECORD-SWITCH = "Y"
               MOVE "N" TO FIRST-RECORD-SWITCH
               MOVE ST-CUSTOMER-NUMBER TO PREVIOUS-CUSTOMER
           ELSE
           IF ST-CUSTOMER-NUMBER NOT = PREVIOUS-CUSTOMER
               PERFORM 350-PRINT-CUSTOMER-TOTALS
               MOVE ST-CUSTOMER-NUMBER TO PREVIOUS-CUSTOMER.
      *
      *    Every item counts, settled and written off included -
      *    a bad-debt entry nets out the items it wrote off, and
      *    a settled item nets to nothing.
      *
       310-BALANCE-ONE-ITEM.
      *
           MOVE ZERO TO ITEM-CORRECTION.
           MOVE 1 TO CORRECTION-SUB.
           PERFORM 315-FIND-ONE-CORRECTION
               UNTIL CORRECTION-SUB > CORRECTION-COUNT.
           COMPUTE ITEM-PAID-AMOUNT = ST-PAID-AMOUNT - ITEM-CORRECTION.
           COMPUTE ITEM-OPEN-AMOUNT = ITEM-AMOUNT - ITEM-PAID-AMOUNT.
           IF ITEM-OPEN-AMOUNT > ZERO
               ADD 1 TO CUST-OPEN-ITEMS
               ADD ITEM-OPEN-AMOUNT TO CUST-DEBIT-TOTAL
           ELSE
               IF ITEM-OPEN-AMOUNT < ZERO
                   ADD 1 TO CUST-OPEN-ITEMS
                   ADD ITEM-OPEN-AMOUNT TO CUST-CREDIT-TOTAL.
           IF ITEM-OPEN-AMOUNT NOT = ZERO
               AND ITEM-PAID-AMOUNT NOT = ZERO
               ADD 1 TO CUST-PARTIAL-ITEMS.
           ADD ITEM-OPEN-AMOUNT TO CUST-BALANCE.
      *
       315-FIND-ONE-CORRECTION.
      *
           IF CT-CUSTOMER-NUMBER (CORRECTION-SUB) = ST-CUSTOMER-NUMBER
               AND CT-INVOICE-NUMBER (CORRECTION-SUB)
                   = ST-INVOICE-NUMBER
               MOVE CT-AMOUNT (CORRECTION-SUB) TO ITEM-CORRECTION
               COMPUTE CORRECTION-SUB = CORRECTION-COUNT + 1
           ELSE
               ADD 1 TO CORRECTION-SUB.
      *
      *    An item dated by the period end that has never ridden
      *    a journal batch is in the subledger but not the GL.
      *
       320-CHECK-ITEM-EXPORTED.
      *
           IF NOT ST-IS-GL-EXPORTED
               ADD ITEM-AMOUNT TO UNEXPORTED-SALES.
      *
       330-CHECK-LATE-ITEM-EXPORTED.
      *
           IF ST-IS-GL-EXPORTED
               MOVE ST-GL-BATCH TO AFTER-PERIOD-BATCH
               MOVE ITEM-AMOUNT TO AFTER-PERIOD-AMOUNT
               PERFORM 460-TAKE-OUT-AFTER-PERIOD.
      *
      *    A customer with nothing open and no balance prints no
      *    line.
      *
       350-PRINT-CUSTOMER-TOTALS.
      *
           IF CUST-BALANCE NOT = ZERO
               OR CUST-OPEN-ITEMS NOT = ZERO
               PERFORM 355-PRINT-ONE-CUSTOMER-LINE.
           MOVE ZERO TO CUST-OPEN-ITEMS
                        CUST-PARTIAL-ITEMS
                        CUST-DEBIT-TOTAL
                        CUST-CREDIT-TOTAL
                        CUST-BALANCE.
      *
       355-PRINT-ONE-CUSTOMER-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 290-PRINT-HEADING-LINES.
           MOVE PREVIOUS-CUSTOMER TO CM-CUSTOMER-NUMBER.
           READ CUSTMAST
               INVALID KEY
                   MOVE "**UNKNOWN**" TO CM-CUSTOMER-NAME.
           MOVE PREVIOUS-CUSTOMER     TO CL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME      TO CL-CUSTOMER-NAME.
           MOVE CUST-OPEN-ITEMS       TO CL-OPEN-ITEMS.
           MOVE CUST-PARTIAL-ITEMS    TO CL-PARTIAL-ITEMS.
           MOVE CUST-DEBIT-TOTAL      TO CL-DEBIT-TOTAL.
           MOVE CUST-CREDIT-TOTAL     TO CL-CREDIT-TOTAL.
           MOVE CUST-BALANCE          TO CL-BALANCE.
           MOVE CUSTOMER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           ADD SPACE-CONTROL TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
           ADD 1                      TO CUSTOMERS-LISTED.
           ADD CUST-OPEN-ITEMS        TO GRAND-OPEN-ITEMS.
           ADD CUST-PARTIAL-ITEMS     TO GRAND-PARTIAL-ITEMS.
           ADD CUST-DEBIT-TOTAL       TO GRAND-DEBIT-TOTAL.
           ADD CUST-CREDIT-TOTAL      TO GRAND-CREDIT-TOTAL.
           ADD CUST-BALANCE           TO GRAND-BALANCE.
      *
      *    A check returned by the period end whose return has
      *    not been journaled is back in the subledger but not
      *    the GL; one returned after it, already journaled, is
      *    in its batch but not yet in the balance.
      *
       400-TAKE-ONE-RETURN.
      *
           READ RETURNED-CHECK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO RETURN-EOF-SWITCH.
           IF RETURN-EOF-SWITCH = "N"
               IF NR-RETURNED-DATE NOT > PERIOD-END-DATE
                   PERFORM 410-CHECK-RETURN-EXPORTED
               ELSE
                   PERFORM 420-CHECK-LATE-RETURN-EXPORTED.
      *
       410-CHECK-RETURN-EXPORTED.
      *
           IF NOT NR-IS-GL-EXPORTED
               ADD NR-CHECK-AMOUNT TO UNEXPORTED-RETURNS.
      *
       420-CHECK-LATE-RETURN-EXPORTED.
      *
           IF NR-IS-GL-EXPORTED
               MOVE NR-GL-BATCH TO AFTER-PERIOD-BATCH
               MOVE NR-CHECK-AMOUNT TO AFTER-PERIOD-AMOUNT
               PERFORM 460-TAKE-OUT-AFTER-PERIOD.
      *
       450-TAKE-ONE-BATCH.
      *
           READ SALES-GL-BATCH-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BATCH-EOF-SWITCH.
           IF BATCH-EOF-SWITCH = "N"
               IF SB-IS-CONFIRMED
                   ADD 1 TO CONFIRMED-BATCH-COUNT
                   ADD SB-AR-TOTAL TO CONFIRMED-BATCH-TOTAL
               ELSE
                   ADD 1 TO UNCONFIRMED-BATCH-COUNT
                   ADD SB-AR-TOTAL TO UNCONFIRMED-BATCH-TOTAL.
      *
      *    Activity dated after the period end comes back out of
      *    whichever side its batch is on. A batch not on the
      *    file is in neither, so there is nothing to take out.
      *
       460-TAKE-OUT-AFTER-PERIOD.
      *
           MOVE AFTER-PERIOD-BATCH TO SB-BATCH-NUMBER.
           MOVE "Y" TO BATCH-FOUND-SWITCH.
           READ SALES-GL-BATCH-FILE
               INVALID KEY
                   MOVE "N" TO BATCH-FOUND-SWITCH.
           IF BATCH-FOUND-SWITCH = "Y"
               IF SB-IS-CONFIRMED
                   ADD AFTER-PERIOD-AMOUNT TO CONFIRMED-AFTER-PERIOD
               ELSE
                   ADD AFTER-PERIOD-AMOUNT
                       TO UNCONFIRMED-AFTER-PERIOD.
      *
       500-PRINT-GRAND-TOTALS.
      *
           IF LINE-COUNT > LINES-ON-PAGE - 4
               PERFORM 290-PRINT-HEADING-LINES.
           MOVE CUSTOMERS-LISTED      TO GTL-CUSTOMERS.
           MOVE GRAND-OPEN-ITEMS      TO GTL-OPEN-ITEMS.
           MOVE GRAND-PARTIAL-ITEMS   TO GTL-PARTIAL-ITEMS.
           MOVE GRAND-DEBIT-TOTAL     TO GTL-DEBIT-TOTAL.
           MOVE GRAND-CREDIT-TOTAL    TO GTL-CREDIT-TOTAL.
           MOVE GRAND-BALANCE         TO GTL-BALANCE.
           MOVE GRAND-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-COUNT.
           IF CORRECTIONS-LEFT-OUT > ZERO
               MOVE CORRECTIONS-LEFT-OUT TO LOL-COUNT
               MOVE LEFT-OUT-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2 LINES
               ADD 2 TO LINE-COUNT.
      *
      *    The subledger and the control balance side by side,
      *    and the difference broken down into what has not been
      *    exported, what the GL has not confirmed, and what is
      *    left over.
      *
       600-RECONCILE-TO-CONTROL.
      *
           COMPUTE SUBLEDGER-BALANCE = GRAND-BALANCE - UNAPPLIED-CASH.
           COMPUTE GL-CONTROL-BALANCE = CONFIRMED-BATCH-TOTAL
               - CONFIRMED-AFTER-PERIOD - CASH-DEPOSITED.
           COMPUTE RECONCILING-DIFFERENCE =
               SUBLEDGER-BALANCE - GL-CONTROL-BALANCE.
           COMPUTE NOT-EXPORTED-TOTAL = UNEXPORTED-SALES
               + UNEXPORTED-RETURNS - CASH-NOT-DEPOSITED.
           COMPUTE UNCONFIRMED-TOTAL =
               UNCONFIRMED-BATCH-TOTAL - UNCONFIRMED-AFTER-PERIOD.
           COMPUTE UNEXPLAINED-DIFFERENCE = RECONCILING-DIFFERENCE
               - NOT-EXPORTED-TOTAL - UNCONFIRMED-TOTAL.
           IF LINE-COUNT > LINES-ON-PAGE - 20
               PERFORM 290-PRINT-HEADING-LINES.
           MOVE 2 TO SPACE-CONTROL.
           MOVE "CUSTOMER BALANCES" TO RL-LABEL.
           MOVE GRAND-BALANCE TO RL-AMOUNT.
           PERFORM 690-PRINT-RECONCILIATION-LINE.
           MOVE "LESS UNAPPLIED CASH" TO RL-LABEL.
           MOVE UNAPPLIED-CASH TO RL-AMOUNT.
           PERFORM 690-PRINT-RECONCILIATION-LINE.
           MOVE "RECEIVABLE PER TRIAL BALANCE" TO RL-LABEL.
           MOVE SUBLEDGER-BALANCE TO RL-AMOUNT.
           PERFORM 690-PRINT-RECONCILIATION-LINE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE "CONFIRMED SALES JOURNAL BATCHES" TO RL-LABEL.
           MOVE CONFIRMED-BATCH-TOTAL TO RL-AMOUNT.
           PERFORM 690-PRINT-RECONCILIATION-LINE.
           MOVE "LESS CONFIRMED ACTIVITY AFTER PERIOD END"
               TO RL-LABEL.
           MOVE CONFIRMED-AFTER-PERIOD TO RL-AMOUNT.
           PERFORM 690-PRINT-RECONCILIATION-LINE.
           MOVE "LESS CHECKS DEPOSITED BY PERIOD END" TO RL-LABEL.
           MOVE CASH-DEPOSITED TO RL-AMOUNT.
           PERFORM 690-PRINT-RECONCILIATION-LINE.
           MOVE "RECEIVABLE CONTROL PER GL" TO RL-LABEL.
           MOVE GL-CONTROL-BALANCE TO RL-AMOUNT.
           PERFORM 690-PRINT-RECONCILIATION-LINE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE "DIFFERENCE" TO RL-LABEL.
           MOVE RECONCILING-DIFFERENCE TO RL-AMOUNT.
           PERFORM 690-PRINT-RECONCILIATION-LINE.
           MOVE "  TRANSACTIONS NOT YET EXPORTED" TO RL-LABEL.
           MOVE UNEXPORTED-SALES TO RL-AMOUNT.
           PERFORM 690-PRINT-RECONCILIATION-LINE.
           MOVE "  RETURNED CHECKS NOT YET EXPORTED" TO RL-LABEL.
           MOVE UNEXPORTED-RETURNS TO RL-AMOUNT.
           PERFORM 690-PRINT-RECONCILIATION-LINE.
           MOVE "  LESS CHECKS NOT YET DEPOSITED" TO RL-LABEL.
           MOVE CASH-NOT-DEPOSITED TO RL-AMOUNT.
           PERFORM 690-PRINT-RECONCILIATION-LINE.
           MOVE "NOT YET EXPORTED" TO RL-LABEL.
           MOVE NOT-EXPORTED-TOTAL TO RL-AMOUNT.
           PERFORM 690-PRINT-RECONCILIATION-LINE.
           MOVE "BATCHES NOT YET CONFIRMED" TO RL-LABEL.
           MOVE UNCONFIRMED-TOTAL TO RL-AMOUNT.
           PERFORM 690-PRINT-RECONCILIATION-LINE.
           MOVE "UNEXPLAINED" TO RL-LABEL.
           MOVE UNEXPLAINED-DIFFERENCE TO RL-AMOUNT.
           PERFORM 690-PRINT-RECONCILIATION-LINE.
      *
       690-PRINT-RECONCILIATION-LINE.
      *
           MOVE RECONCILIATION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           ADD SPACE-CONTROL TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *
       700-EDIT-THE-DATE.
      *
           MOVE DW-MONTH TO ED-MONTH.
           MOVE DW-DAY TO ED-DAY.
           MOVE DW-YEAR TO ED-YEAR.
