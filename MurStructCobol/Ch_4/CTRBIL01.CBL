       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CTRBIL01.
      *
      *    Monthly contract billing - the fixed service and
      *    rental fees somebody used to key into STXENT01 one
      *    invoice at a time. For the billing period the
      *    operator keys (this month by default), every contract
      *    on the Billing Contract File (CTRMNT01) that has
      *    started and not passed its end date by its billing
      *    day gets an unposted invoice on the Sales Transaction
      *    File, dated on that day, taxed at the contract's
      *    jurisdiction rate, and numbered RB + the period's
      *    YYMM + the contract number. From there it is an
      *    invoice like any other - STXPST01 posts it and
      *    INVPRT01 prints or sends it.
      *
      *    Run control: the last period billed is kept on
      *    BILLCTL.DAT, the same one-record-file discipline as
      *    the journal export's batch number. A run for a period
      *    already billed, or earlier, generates nothing. Each
      *    contract is also stamped with the period as its
      *    invoice is written, so a rerun after a run that died
      *    part way picks up where it stopped and an invoice
      *    already on file is never written twice.
      *
      *    The register lists the invoices generated with their
      *    totals, followed by every contract whose end date
      *    falls within the next 60 days, so sales can renew it
      *    before it stops billing.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           COPY "SLCTR01.CBL".
           COPY "SLSTRX01.CBL".
           COPY "SLCUST01.CBL".
           COPY "SLSTATE.CBL".
           COPY "SLPCFG01.CBL".
           SELECT OPTIONAL BILLING-CONTROL-FILE ASSIGN TO
               "C:\gnuCobol\COBOL\DATA\BILLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BILLING-REGISTER ASSIGN DYNAMIC OUTPUT-DESTINATION.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
           COPY "FDCTR01.CBL".
      *
           COPY "FDSTRX01.CBL".
      *
           COPY "FDCUST01.CBL".
      *
           COPY "FDSTATE.CBL".
      *
           COPY "FDPCFG01.CBL".
      *
       FD  BILLING-CONTROL-FILE.
       01  BILLING-CONTROL-RECORD.
           05  BL-LAST-PERIOD          PIC 9(6).
           05  BL-RUN-DATE             PIC 9(8).
      *
       FD  BILLING-REGISTER.
      *
       01  PRINT-AREA      PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  CONTRACT-EOF-SWITCH     PIC X   VALUE "N".
           05  CONTROL-EOF-SWITCH      PIC X   VALUE "N".
           05  INVOICE-OK-SWITCH       PIC X.
      *
       01  PARAMETER-FIELDS.
           05  OUTPUT-DESTINATION      PIC X(60)     VALUE
               "C:\gnuCobol\COBOL\DATA\BILLREG.PRN".
           05  DESTINATION-ENTRY       PIC X(60)     VALUE SPACE.
           05  BILLING-PERIOD          PIC 9(6)      VALUE ZERO.
           05  BILLING-PERIOD-PARTS REDEFINES BILLING-PERIOD.
               10  BP-CENTURY          PIC 9(2).
               10  BP-YYMM             PIC 9(4).
      *
       01  RUN-FIELDS.
           05  TODAY-CCYYMMDD          PIC 9(8).
           05  TODAY-PARTS REDEFINES TODAY-CCYYMMDD.
               10  TODAY-CCYYMM        PIC 9(6).
               10  FILLER              PIC 9(2).
           05  LAST-PERIOD-BILLED      PIC 9(6)      VALUE ZERO.
           05  BILL-DATE               PIC 9(8).
           05  EXPIRY-LIMIT-DATE       PIC 9(8).
           05  DAYS-TO-EXPIRY          PIC S9(5).
      *
       01  INVOICE-NUMBER-BUILD.
           05  FILLER                  PIC X(2)      VALUE "RB".
           05  INB-YYMM                PIC 9(4).
           05  INB-CONTRACT-NUMBER     PIC 9(2).
      *
       01  COUNT-FIELDS.
           05  INVOICES-GENERATED      PIC 9(5)      VALUE ZERO.
           05  ALREADY-BILLED-COUNT    PIC 9(5)      VALUE ZERO.
           05  NOT-STARTED-COUNT       PIC 9(5)      VALUE ZERO.
           05  PAST-END-COUNT          PIC 9(5)      VALUE ZERO.
           05  REJECTED-COUNT          PIC 9(5)      VALUE ZERO.
           05  EXPIRING-COUNT          PIC 9(5)      VALUE ZERO.
      *
       01  TOTAL-FIELDS.
           05  AMOUNT-TOTAL            PIC S9(7)V99  VALUE ZERO.
           05  TAX-TOTAL               PIC S9(7)V99  VALUE ZERO.
           05  INVOICE-TOTAL           PIC S9(7)V99.
           05  GRAND-TOTAL             PIC S9(7)V99  VALUE ZERO.
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
               "CONTRACT BILLING REGISTER ".
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
           05  FILLER          PIC X(10)   VALUE "CTRBIL01".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
      *    The register prints in two sections, each with its own
      *    title and column headings; the heading routine prints
      *    whichever section is under way.
      *
       01  SECTION-HEADINGS.
           05  SECTION-TITLE           PIC X(132).
           05  SECTION-COLUMNS         PIC X(132).
      *
       01  BILLING-TITLE.
           05  FILLER          PIC X(19)   VALUE
               "INVOICES GENERATED".
           05  FILLER          PIC X(113)  VALUE SPACE.
      *
       01  BILLING-COLUMNS.
           05  FILLER      PIC X(20)   VALUE "CUST.  CUSTOMER NAME".
           05  FILLER      PIC X(20)   VALUE "         CT  DESCRIP".
           05  FILLER      PIC X(20)   VALUE "TION                ".
           05  FILLER      PIC X(20)   VALUE "     INVOICE   INV. ".
           05  FILLER      PIC X(20)   VALUE "DATE      AMOUNT    ".
           05  FILLER      PIC X(20)   VALUE "   TAX        TOTAL ".
           05  FILLER      PIC X(12)   VALUE SPACE.
      *
       01  EXPIRING-TITLE.
           05  FILLER          PIC X(29)   VALUE
               "CONTRACTS EXPIRING ON OR BY ".
           05  ETL-LIMIT-DATE  PIC X(10).
           05  FILLER          PIC X(93)   VALUE SPACE.
      *
       01  EXPIRING-COLUMNS.
           05  FILLER      PIC X(20)   VALUE "CUST.  CUSTOMER NAME".
           05  FILLER      PIC X(20)   VALUE "         CT  DESCRIP".
           05  FILLER      PIC X(20)   VALUE "TION                ".
           05  FILLER      PIC X(20)   VALUE "       MONTHLY  STAR".
           05  FILLER      PIC X(20)   VALUE "T DATE  END DATE   D".
           05  FILLER      PIC X(20)   VALUE "AYS                 ".
           05  FILLER      PIC X(12)   VALUE SPACE.
      *
       01  BILLING-DETAIL-LINE.
           05  BDL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BDL-CUSTOMER-NAME    PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BDL-CONTRACT-NUMBER  PIC 9(2).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BDL-DESCRIPTION      PIC X(30).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BDL-INVOICE-NUMBER   PIC X(8).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BDL-INVOICE-DATE     PIC X(10).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BDL-AMOUNT           PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BDL-TAX              PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BDL-TOTAL            PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BDL-NOTE             PIC X(11).
      *
       01  BILLING-TOTAL-LINE.
           05  FILLER               PIC X(20)      VALUE
               "INVOICES GENERATED: ".
           05  BTL-COUNT            PIC ZZZZ9.
           05  FILLER               PIC X(61)      VALUE SPACE.
           05  BTL-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  BTL-TAX              PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  BTL-TOTAL            PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(10)      VALUE SPACE.
      *
       01  SKIPPED-LINE.
           05  FILLER               PIC X(20)      VALUE
               "NOT YET STARTED:    ".
           05  SKL-NOT-STARTED      PIC ZZZZ9.
           05  FILLER               PIC X(20)      VALUE
               "   PAST END DATE:   ".
           05  SKL-PAST-END         PIC ZZZZ9.
           05  FILLER               PIC X(20)      VALUE
               "   ALREADY BILLED:  ".
           05  SKL-ALREADY-BILLED   PIC ZZZZ9.
           05  FILLER               PIC X(20)      VALUE
               "   REJECTED:        ".
           05  SKL-REJECTED         PIC ZZZZ9.
           05  FILLER               PIC X(32)      VALUE SPACE.
      *
       01  NOTHING-BILLED-LINE.
           05  FILLER               PIC X(11)      VALUE
               "*** PERIOD ".
           05  NBL-PERIOD           PIC 9(6).
           05  FILLER               PIC X(37)      VALUE
               " NOT BILLED - PERIOD ALREADY BILLED ".
           05  FILLER               PIC X(12)      VALUE
               "THROUGH ".
           05  NBL-LAST-PERIOD      PIC 9(6).
           05  FILLER               PIC X(60)      VALUE " ***".
      *
       01  EXPIRING-DETAIL-LINE.
           05  EDL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  EDL-CUSTOMER-NAME    PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  EDL-CONTRACT-NUMBER  PIC 9(2).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  EDL-DESCRIPTION      PIC X(30).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  EDL-MONTHLY-AMOUNT   PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  EDL-START-DATE       PIC X(10).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  EDL-END-DATE         PIC X(10).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  EDL-DAYS-LEFT        PIC ZZ9.
           05  FILLER               PIC X(29)      VALUE SPACE.
      *
       01  EXPIRING-TOTAL-LINE.
           05  FILLER               PIC X(20)      VALUE
               "CONTRACTS EXPIRING: ".
           05  XTL-COUNT            PIC ZZZZ9.
           05  FILLER               PIC X(107)     VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-RUN-CONTRACT-BILLING.
      *
           PERFORM 105-ACCEPT-OUTPUT-DESTINATION.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 110-ACCEPT-BILLING-PERIOD.
           PERFORM 115-READ-PRINT-CONFIG.
           PERFORM 120-READ-BILLING-CONTROL.
           PERFORM 100-FORMAT-REPORT-HEADING.
           OPEN I-O    BILLING-CONTRACT-FILE
                       SALES-TRANSACTION-FILE
                INPUT  CUSTMAST
                       STATE-FILE
                OUTPUT BILLING-REGISTER.
           MOVE BILLING-TITLE TO SECTION-TITLE.
           MOVE BILLING-COLUMNS TO SECTION-COLUMNS.
           IF BILLING-PERIOD NOT > LAST-PERIOD-BILLED
               PERFORM 150-REPORT-PERIOD-BILLED
           ELSE
               PERFORM 200-BILL-ONE-CONTRACT
                   UNTIL CONTRACT-EOF-SWITCH = "Y"
               PERFORM 280-PRINT-BILLING-TOTALS
               PERFORM 130-SAVE-BILLING-CONTROL.
           PERFORM 300-LIST-EXPIRING-CONTRACTS.
           CLOSE BILLING-CONTRACT-FILE
                 SALES-TRANSACTION-FILE
                 CUSTMAST
                 STATE-FILE
                 BILLING-REGISTER.
           DISPLAY INVOICES-GENERATED " CONTRACT INVOICE(S) GENERATED"
               " FOR PERIOD " BILLING-PERIOD.
           DISPLAY EXPIRING-COUNT " CONTRACT(S) EXPIRING IN 60 DAYS".
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
           MOVE BILLING-PERIOD TO HL1-PERIOD.
      *
       105-ACCEPT-OUTPUT-DESTINATION.
      *
           DISPLAY "ENTER THE OUTPUT DESTINATION (PRINTER NAME OR"
           DISPLAY "FILE PATH), OR PRESS ENTER FOR " OUTPUT-DESTINATION.
           ACCEPT DESTINATION-ENTRY.
           IF DESTINATION-ENTRY NOT = SPACES
               MOVE DESTINATION-ENTRY TO OUTPUT-DESTINATION.
      *
       110-ACCEPT-BILLING-PERIOD.
      *
           DISPLAY "ENTER THE BILLING PERIOD (CCYYMM)".
           DISPLAY "OR 0 FOR THIS MONTH".
           ACCEPT BILLING-PERIOD.
           IF BILLING-PERIOD = ZERO
               MOVE TODAY-CCYYMM TO BILLING-PERIOD.
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
      *    No control file yet means nothing has ever been
      *    billed.
      *
       120-READ-BILLING-CONTROL.
      *
           OPEN INPUT BILLING-CONTROL-FILE.
           READ BILLING-CONTROL-FILE
               AT END
                   MOVE "Y" TO CONTROL-EOF-SWITCH.
           IF CONTROL-EOF-SWITCH = "N"
               MOVE BL-LAST-PERIOD TO LAST-PERIOD-BILLED.
           CLOSE BILLING-CONTROL-FILE.
      *
      *    Written only once every contract has been through the
      *    run - a run that dies before here is simply run again
      *    for the same period.
      *
       130-SAVE-BILLING-CONTROL.
      *
           MOVE BILLING-PERIOD TO BL-LAST-PERIOD.
           MOVE TODAY-CCYYMMDD TO BL-RUN-DATE.
           OPEN OUTPUT BILLING-CONTROL-FILE.
           WRITE BILLING-CONTROL-RECORD.
           CLOSE BILLING-CONTROL-FILE.
      *
       150-REPORT-PERIOD-BILLED.
      *
           DISPLAY "PERIOD " BILLING-PERIOD " ALREADY BILLED - "
               "NOTHING GENERATED".
           PERFORM 230-PRINT-HEADING-LINES.
           MOVE BILLING-PERIOD TO NBL-PERIOD.
           MOVE LAST-PERIOD-BILLED TO NBL-LAST-PERIOD.
           MOVE NOTHING-BILLED-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-COUNT.
      *
       200-BILL-ONE-CONTRACT.
      *
           READ BILLING-CONTRACT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CONTRACT-EOF-SWITCH.
           IF CONTRACT-EOF-SWITCH = "N"
               COMPUTE BILL-DATE =
                   BILLING-PERIOD * 100 + CT-BILLING-DAY
               PERFORM 205-DECIDE-TO-BILL.
      *
       205-DECIDE-TO-BILL.
      *
           IF CT-LAST-BILLED-PERIOD NOT < BILLING-PERIOD
               ADD 1 TO ALREADY-BILLED-COUNT
           ELSE
           IF CT-START-DATE > BILL-DATE
               ADD 1 TO NOT-STARTED-COUNT
           ELSE
           IF CT-END-DATE NOT = ZERO
               AND CT-END-DATE < BILL-DATE
               ADD 1 TO PAST-END-COUNT
           ELSE
               PERFORM 210-GENERATE-THE-INVOICE.
      *
       210-GENERATE-THE-INVOICE.
      *
           MOVE "Y" TO INVOICE-OK-SWITCH.
           MOVE CT-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CUSTMAST
               INVALID KEY
                   MOVE "N" TO INVOICE-OK-SWITCH.
           IF INVOICE-OK-SWITCH = "N"
               DISPLAY "REJECT - CUSTOMER " CT-CUSTOMER-NUMBER
                   " NOT ON FILE FOR CONTRACT " CT-CONTRACT-NUMBER
               ADD 1 TO REJECTED-COUNT
           ELSE
               PERFORM 215-BUILD-THE-INVOICE.
           IF INVOICE-OK-SWITCH = "Y"
               PERFORM 220-WRITE-THE-INVOICE.
      *
       215-BUILD-THE-INVOICE.
      *
           MOVE CT-CUSTOMER-NUMBER TO ST-CUSTOMER-NUMBER.
           MOVE BP-YYMM TO INB-YYMM.
           MOVE CT-CONTRACT-NUMBER TO INB-CONTRACT-NUMBER.
           MOVE INVOICE-NUMBER-BUILD TO ST-INVOICE-NUMBER.
           MOVE BILL-DATE TO ST-INVOICE-DATE.
           MOVE CT-MONTHLY-AMOUNT TO ST-INVOICE-AMOUNT.
           MOVE "N" TO ST-POSTED-FLAG.
           MOVE "I" TO ST-TRANSACTION-TYPE.
           MOVE SPACES TO ST-REASON-CODE.
           MOVE SPACES TO ST-ORIGINAL-INVOICE.
           MOVE CT-TAXABLE TO ST-TAXABLE.
           MOVE CT-TAX-JURISDICTION TO ST-TAX-JURISDICTION.
           MOVE ZERO TO ST-SALES-TAX.
           IF ST-IS-TAXABLE
               PERFORM 217-COMPUTE-THE-TAX.
           MOVE "O" TO ST-OPEN-STATUS.
           MOVE ZEROES TO ST-PAID-AMOUNT.
           MOVE ZEROES TO ST-LAST-PAID-DATE.
           MOVE SPACE TO ST-GL-EXPORTED.
           MOVE ZEROES TO ST-GL-BATCH.
           MOVE SPACE TO ST-DOCUMENT-STATUS.
           MOVE ZEROES TO ST-DOCUMENT-DATE.
           MOVE SPACE TO ST-TAX-EXEMPTION.
           MOVE SPACES TO ST-EXEMPT-CERTIFICATE.
      *
      *    A jurisdiction gone from the STATE-FILE since the
      *    contract was set up stops the invoice rather than
      *    billing it untaxed.
      *
       217-COMPUTE-THE-TAX.
      *
           MOVE ST-TAX-JURISDICTION TO STATE-CODE.
           READ STATE-FILE
               INVALID KEY
                   MOVE "N" TO INVOICE-OK-SWITCH.
           IF INVOICE-OK-SWITCH = "N"
               DISPLAY "REJECT - JURISDICTION " ST-TAX-JURISDICTION
                   " NOT ON FILE FOR CUSTOMER " CT-CUSTOMER-NUMBER
                   " CONTRACT " CT-CONTRACT-NUMBER
               ADD 1 TO REJECTED-COUNT
           ELSE
               COMPUTE ST-SALES-TAX ROUNDED =
                   ST-INVOICE-AMOUNT * STATE-SALES-TAX-RATE.
      *
      *    An invoice already on file under this number can only
      *    be this contract's for this period, written by a run
      *    that died before it stamped the contract - so the
      *    contract is stamped now and nothing is written twice.
      *
       220-WRITE-THE-INVOICE.
      *
           MOVE SPACES TO BDL-NOTE.
           WRITE SALES-TRANSACTION-RECORD
               INVALID KEY
                   MOVE "ON FILE" TO BDL-NOTE.
           IF BDL-NOTE = SPACES
               ADD 1 TO INVOICES-GENERATED
               ADD ST-INVOICE-AMOUNT TO AMOUNT-TOTAL
               ADD ST-SALES-TAX TO TAX-TOTAL.
           MOVE BILLING-PERIOD TO CT-LAST-BILLED-PERIOD.
           REWRITE BILLING-CONTRACT-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING CONTRACT".
           PERFORM 225-PRINT-BILLING-LINE.
      *
       225-PRINT-BILLING-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE CT-CUSTOMER-NUMBER TO BDL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME TO BDL-CUSTOMER-NAME.
           MOVE CT-CONTRACT-NUMBER TO BDL-CONTRACT-NUMBER.
           MOVE CT-DESCRIPTION TO BDL-DESCRIPTION.
           MOVE ST-INVOICE-NUMBER TO BDL-INVOICE-NUMBER.
           MOVE ST-INVOICE-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO BDL-INVOICE-DATE.
           MOVE ST-INVOICE-AMOUNT TO BDL-AMOUNT.
           MOVE ST-SALES-TAX TO BDL-TAX.
           COMPUTE INVOICE-TOTAL = ST-INVOICE-AMOUNT + ST-SALES-TAX.
           MOVE INVOICE-TOTAL TO BDL-TOTAL.
           MOVE BILLING-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *
       230-PRINT-HEADING-LINES.
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
           MOVE SECTION-TITLE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE SECTION-COLUMNS TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.
      *
       280-PRINT-BILLING-TOTALS.
      *
           IF LINE-COUNT > LINES-ON-PAGE - 4
               PERFORM 230-PRINT-HEADING-LINES.
           COMPUTE GRAND-TOTAL = AMOUNT-TOTAL + TAX-TOTAL.
           MOVE INVOICES-GENERATED TO BTL-COUNT.
           MOVE AMOUNT-TOTAL TO BTL-AMOUNT.
           MOVE TAX-TOTAL TO BTL-TAX.
           MOVE GRAND-TOTAL TO BTL-TOTAL.
           MOVE BILLING-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE NOT-STARTED-COUNT TO SKL-NOT-STARTED.
           MOVE PAST-END-COUNT TO SKL-PAST-END.
           MOVE ALREADY-BILLED-COUNT TO SKL-ALREADY-BILLED.
           MOVE REJECTED-COUNT TO SKL-REJECTED.
           MOVE SKIPPED-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
      *    Every contract, billed this run or not, whose end date
      *    falls between today and 60 days out - on a page of
      *    its own.
      *
       300-LIST-EXPIRING-CONTRACTS.
      *
           COMPUTE EXPIRY-LIMIT-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(TODAY-CCYYMMDD) + 60).
           MOVE EXPIRY-LIMIT-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO ETL-LIMIT-DATE.
           MOVE EXPIRING-TITLE TO SECTION-TITLE.
           MOVE EXPIRING-COLUMNS TO SECTION-COLUMNS.
           PERFORM 230-PRINT-HEADING-LINES.
           MOVE "N" TO CONTRACT-EOF-SWITCH.
           MOVE ZERO TO CT-CUSTOMER-NUMBER.
           MOVE ZERO TO CT-CONTRACT-NUMBER.
           START BILLING-CONTRACT-FILE
               KEY NOT < CT-CONTRACT-KEY
               INVALID KEY
                   MOVE "Y" TO CONTRACT-EOF-SWITCH.
           PERFORM 310-CHECK-ONE-EXPIRY
               UNTIL CONTRACT-EOF-SWITCH = "Y".
           MOVE EXPIRING-COUNT TO XTL-COUNT.
           MOVE EXPIRING-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       310-CHECK-ONE-EXPIRY.
      *
           READ BILLING-CONTRACT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CONTRACT-EOF-SWITCH.
           IF CONTRACT-EOF-SWITCH = "N"
               AND CT-END-DATE NOT = ZERO
               AND CT-END-DATE NOT < TODAY-CCYYMMDD
               AND CT-END-DATE NOT > EXPIRY-LIMIT-DATE
               PERFORM 320-PRINT-EXPIRING-LINE.
      *
       320-PRINT-EXPIRING-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE CT-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CUSTMAST
               INVALID KEY
                   MOVE "**UNKNOWN**" TO CM-CUSTOMER-NAME.
           MOVE CT-CUSTOMER-NUMBER TO EDL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME TO EDL-CUSTOMER-NAME.
           MOVE CT-CONTRACT-NUMBER TO EDL-CONTRACT-NUMBER.
           MOVE CT-DESCRIPTION TO EDL-DESCRIPTION.
           MOVE CT-MONTHLY-AMOUNT TO EDL-MONTHLY-AMOUNT.
           MOVE CT-START-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO EDL-START-DATE.
           MOVE CT-END-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO EDL-END-DATE.
           COMPUTE DAYS-TO-EXPIRY =
               FUNCTION INTEGER-OF-DATE(CT-END-DATE) -
               FUNCTION INTEGER-OF-DATE(TODAY-CCYYMMDD).
           MOVE DAYS-TO-EXPIRY TO EDL-DAYS-LEFT.
           MOVE EXPIRING-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
           ADD 1 TO EXPIRING-COUNT.
      *
       700-EDIT-THE-DATE.
      *
           MOVE DW-MONTH TO ED-MONTH.
           MOVE DW-DAY TO ED-DAY.
           MOVE DW-YEAR TO ED-YEAR.
