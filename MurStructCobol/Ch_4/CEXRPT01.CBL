       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CEXRPT01.
      *
      *    Exemption certificate audit, for the sales tax auditor.
      *    Two sections, each on a page of its own:
      *
      *      certificates on the Tax Exemption Certificate File
      *        (CEXMNT01) that expire between today and 60 days
      *        out, so they can be renewed before an exempt sale
      *        is made on a dead one;
      *      exempt sales made on an expired or missing
      *        certificate - every invoice dated on or after the
      *        start date keyed that went out untaxed with taxable
      *        goods on it, checked against the certificate file
      *        as of its invoice date. That takes in the ones a
      *        supervisor let through in STXENT01, and invoices
      *        raised elsewhere untaxed with no exemption recorded
      *        at all.
      *
      *    An invoice with no jurisdiction on it is checked in the
      *    customer's own state.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           COPY "SLCEX01.CBL".
           COPY "SLCUST01.CBL".
           COPY "SLSTRX01.CBL".
           COPY "SLSTLN01.CBL".
           COPY "SLPCFG01.CBL".
           SELECT CERTIFICATE-REPORT ASSIGN DYNAMIC OUTPUT-DESTINATION.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
           COPY "FDCEX01.CBL".
      *
           COPY "FDCUST01.CBL".
      *
           COPY "FDSTRX01.CBL".
      *
           COPY "FDSTLN01.CBL".
      *
           COPY "FDPCFG01.CBL".
      *
       FD  CERTIFICATE-REPORT.
      *
       01  PRINT-AREA      PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY "WSCEX01.CBL".
      *
       01  SWITCHES.
           05  CERTIFICATE-EOF-SWITCH  PIC X   VALUE "N".
           05  TRANSACTION-EOF-SWITCH  PIC X   VALUE "N".
           05  LINE-EOF-SWITCH         PIC X.
      *
       01  PARAMETER-FIELDS.
           05  OUTPUT-DESTINATION      PIC X(60)     VALUE
               "C:\gnuCobol\COBOL\DATA\CEXRPT.PRN".
           05  DESTINATION-ENTRY       PIC X(60)     VALUE SPACE.
           05  AUDIT-START-DATE        PIC 9(8)      VALUE ZERO.
      *
       01  RUN-FIELDS.
           05  TODAY-CCYYMMDD          PIC 9(8).
           05  EXPIRY-LIMIT-DATE       PIC 9(8).
           05  DAYS-TO-EXPIRY          PIC S9(5).
           05  TAXABLE-AMOUNT          PIC S9(7)V99.
      *
       01  COUNT-FIELDS.
           05  EXPIRING-COUNT          PIC 9(5)      VALUE ZERO.
           05  EXEMPT-SALES-CHECKED    PIC 9(5)      VALUE ZERO.
           05  UNSUPPORTED-COUNT       PIC 9(5)      VALUE ZERO.
      *
       01  TOTAL-FIELDS.
           05  UNSUPPORTED-TOTAL       PIC S9(7)V99  VALUE ZERO.
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
           05  FILLER          PIC X(30)   VALUE
               "EXEMPTION CERTIFICATE AUDIT   ".
           05  FILLER          PIC X(10)   VALUE SPACE.
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
           05  FILLER          PIC X(10)   VALUE "CEXRPT01".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
      *    The report prints in two sections, each with its own
      *    title and column headings; the heading routine prints
      *    whichever section is under way.
      *
       01  SECTION-HEADINGS.
           05  SECTION-TITLE           PIC X(132).
           05  SECTION-COLUMNS         PIC X(132).
      *
       01  EXPIRING-TITLE.
           05  FILLER          PIC X(32)   VALUE
               "CERTIFICATES EXPIRING ON OR BY ".
           05  ETL-LIMIT-DATE  PIC X(10).
           05  FILLER          PIC X(90)   VALUE SPACE.
      *
       01  EXPIRING-COLUMNS.
           05  FILLER      PIC X(20)   VALUE "CUST.  CUSTOMER NAME".
           05  FILLER      PIC X(20)   VALUE "         ST  CERTIFI".
           05  FILLER      PIC X(20)   VALUE "CATE      TYPE      ".
           05  FILLER      PIC X(20)   VALUE "  ISSUED      EXPIRE".
           05  FILLER      PIC X(20)   VALUE "S    DAYS           ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  EXPIRING-DETAIL-LINE.
           05  EDL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  EDL-CUSTOMER-NAME    PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  EDL-JURISDICTION     PIC X(2).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  EDL-CERTIFICATE      PIC X(15).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  EDL-TYPE             PIC X(10).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  EDL-ISSUE-DATE       PIC X(10).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  EDL-EXPIRATION-DATE  PIC X(10).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  EDL-DAYS-LEFT        PIC ZZ9.
           05  FILLER               PIC X(43)      VALUE SPACE.
      *
       01  EXPIRING-TOTAL-LINE.
           05  FILLER               PIC X(23)      VALUE
               "CERTIFICATES EXPIRING: ".
           05  XTL-COUNT            PIC ZZZZ9.
           05  FILLER               PIC X(104)     VALUE SPACE.
      *
       01  AUDIT-TITLE.
           05  FILLER          PIC X(49)   VALUE
               "EXEMPT SALES ON EXPIRED OR MISSING CERTIFICATES -".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  ATL-SINCE       PIC X(22).
           05  FILLER          PIC X(60)   VALUE SPACE.
      *
       01  AUDIT-SINCE.
           05  FILLER          PIC X(12)   VALUE "INVOICES ON ".
           05  ASN-START-DATE  PIC X(10).
      *
       01  AUDIT-COLUMNS.
           05  FILLER      PIC X(20)   VALUE "CUST.  CUSTOMER NAME".
           05  FILLER      PIC X(20)   VALUE "         INVOICE   I".
           05  FILLER      PIC X(20)   VALUE "NV. DATE   TAXABLE A".
           05  FILLER      PIC X(20)   VALUE "MT  ST  EXEMPTED BY ".
           05  FILLER      PIC X(20)   VALUE "  CERT.    CERTIFICA".
           05  FILLER      PIC X(20)   VALUE "TE      EXPIRES     ".
           05  FILLER      PIC X(12)   VALUE SPACE.
      *
       01  AUDIT-DETAIL-LINE.
           05  ADL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  ADL-CUSTOMER-NAME    PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  ADL-INVOICE-NUMBER   PIC X(8).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  ADL-INVOICE-DATE     PIC X(10).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  ADL-TAXABLE-AMOUNT   PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  ADL-JURISDICTION     PIC X(2).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  ADL-EXEMPTED-BY      PIC X(12).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  ADL-CERTIFICATE-STATUS PIC X(7).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  ADL-CERTIFICATE      PIC X(15).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  ADL-EXPIRATION-DATE  PIC X(10).
           05  FILLER               PIC X(14)      VALUE SPACE.
      *
       01  AUDIT-TOTAL-LINE.
           05  FILLER               PIC X(22)      VALUE
               "EXEMPT SALES CHECKED: ".
           05  ATL-CHECKED          PIC ZZZZ9.
           05  FILLER               PIC X(38)      VALUE
               "   ON EXPIRED OR MISSING CERTIFICATE: ".
           05  ATL-UNSUPPORTED      PIC ZZZZ9.
           05  FILLER               PIC X(20)      VALUE
               "   TAXABLE AMOUNT:  ".
           05  ATL-AMOUNT           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(29)      VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-AUDIT-EXEMPT-CERTIFICATES.
      *
           PERFORM 105-ACCEPT-OUTPUT-DESTINATION.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 110-ACCEPT-AUDIT-START-DATE.
           PERFORM 115-READ-PRINT-CONFIG.
           PERFORM 100-FORMAT-REPORT-HEADING.
           OPEN INPUT  EXEMPT-CERTIFICATE-FILE
                       CUSTMAST
                       SALES-TRANSACTION-FILE
                       SALES-TRANSACTION-LINE-FILE
                OUTPUT CERTIFICATE-REPORT.
           PERFORM 200-LIST-EXPIRING-CERTIFICATES.
           PERFORM 300-AUDIT-EXEMPT-SALES.
           CLOSE EXEMPT-CERTIFICATE-FILE
                 CUSTMAST
                 SALES-TRANSACTION-FILE
                 SALES-TRANSACTION-LINE-FILE
                 CERTIFICATE-REPORT.
           DISPLAY EXPIRING-COUNT " CERTIFICATE(S) EXPIRING IN 60 DAYS".
           DISPLAY UNSUPPORTED-COUNT " EXEMPT SALE(S) ON EXPIRED OR "
               "MISSING CERTIFICATES".
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
      *    The auditor's period usually starts at the beginning of
      *    a year or quarter; zero takes every invoice on file.
      *
       110-ACCEPT-AUDIT-START-DATE.
      *
           DISPLAY "ENTER THE FIRST INVOICE DATE TO AUDIT (CCYYMMDD)".
           DISPLAY "OR 0 FOR EVERY INVOICE ON FILE".
           ACCEPT AUDIT-START-DATE.
           IF AUDIT-START-DATE = ZERO
               MOVE "ALL INVOICES ON FILE" TO ATL-SINCE
           ELSE
               MOVE AUDIT-START-DATE TO DATE-WORK
               PERFORM 700-EDIT-THE-DATE
               MOVE EDITED-DATE TO ASN-START-DATE
               MOVE AUDIT-SINCE TO ATL-SINCE.
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
      *    Every certificate with an expiration date between today
      *    and 60 days out. One that never expires is never due.
      *
       200-LIST-EXPIRING-CERTIFICATES.
      *
           COMPUTE EXPIRY-LIMIT-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(TODAY-CCYYMMDD) + 60).
           MOVE EXPIRY-LIMIT-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO ETL-LIMIT-DATE.
           MOVE EXPIRING-TITLE TO SECTION-TITLE.
           MOVE EXPIRING-COLUMNS TO SECTION-COLUMNS.
           PERFORM 290-PRINT-HEADING-LINES.
           MOVE ZEROES TO CE-CUSTOMER-NUMBER.
           MOVE SPACES TO CE-JURISDICTION.
           MOVE SPACES TO CE-CERTIFICATE-NUMBER.
           START EXEMPT-CERTIFICATE-FILE
               KEY NOT < CE-KEY
               INVALID KEY
                   MOVE "Y" TO CERTIFICATE-EOF-SWITCH.
           PERFORM 210-CHECK-ONE-EXPIRY
               UNTIL CERTIFICATE-EOF-SWITCH = "Y".
           MOVE EXPIRING-COUNT TO XTL-COUNT.
           MOVE EXPIRING-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       210-CHECK-ONE-EXPIRY.
      *
           READ EXEMPT-CERTIFICATE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CERTIFICATE-EOF-SWITCH.
           IF CERTIFICATE-EOF-SWITCH = "N"
               AND CE-EXPIRATION-DATE NOT = ZERO
               AND CE-EXPIRATION-DATE NOT < TODAY-CCYYMMDD
               AND CE-EXPIRATION-DATE NOT > EXPIRY-LIMIT-DATE
               PERFORM 220-PRINT-EXPIRING-LINE.
      *
       220-PRINT-EXPIRING-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 290-PRINT-HEADING-LINES.
           MOVE CE-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CUSTMAST
               INVALID KEY
                   MOVE "**UNKNOWN**" TO CM-CUSTOMER-NAME.
           MOVE CE-CUSTOMER-NUMBER TO EDL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME TO EDL-CUSTOMER-NAME.
           MOVE CE-JURISDICTION TO EDL-JURISDICTION.
           MOVE CE-CERTIFICATE-NUMBER TO EDL-CERTIFICATE.
           PERFORM 230-DESCRIBE-CERTIFICATE-TYPE.
           MOVE CE-ISSUE-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO EDL-ISSUE-DATE.
           MOVE CE-EXPIRATION-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO EDL-EXPIRATION-DATE.
           COMPUTE DAYS-TO-EXPIRY =
               FUNCTION INTEGER-OF-DATE(CE-EXPIRATION-DATE) -
               FUNCTION INTEGER-OF-DATE(TODAY-CCYYMMDD).
           MOVE DAYS-TO-EXPIRY TO EDL-DAYS-LEFT.
           MOVE EXPIRING-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
           ADD 1 TO EXPIRING-COUNT.
      *
       230-DESCRIBE-CERTIFICATE-TYPE.
      *
           IF CE-IS-RESALE
               MOVE "RESALE" TO EDL-TYPE
           ELSE
           IF CE-IS-NONPROFIT
               MOVE "NONPROFIT" TO EDL-TYPE
           ELSE
           IF CE-IS-GOVERNMENT
               MOVE "GOVERNMENT" TO EDL-TYPE
           ELSE
               MOVE "OTHER" TO EDL-TYPE.
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
           MOVE SECTION-TITLE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE SECTION-COLUMNS TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.
      *
      *    An invoice is an exempt sale when it went out untaxed
      *    with taxable goods on its lines - whether or not the
      *    exemption was recorded on it. Each is checked against
      *    the certificates as they stood on its invoice date.
      *
       300-AUDIT-EXEMPT-SALES.
      *
           MOVE AUDIT-TITLE TO SECTION-TITLE.
           MOVE AUDIT-COLUMNS TO SECTION-COLUMNS.
           PERFORM 290-PRINT-HEADING-LINES.
           MOVE ZEROES TO ST-CUSTOMER-NUMBER.
           MOVE SPACES TO ST-INVOICE-NUMBER.
           START SALES-TRANSACTION-FILE
               KEY NOT < ST-TRANSACTION-KEY
               INVALID KEY
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH.
           PERFORM 310-CHECK-ONE-TRANSACTION
               UNTIL TRANSACTION-EOF-SWITCH = "Y".
           MOVE EXEMPT-SALES-CHECKED TO ATL-CHECKED.
           MOVE UNSUPPORTED-COUNT TO ATL-UNSUPPORTED.
           MOVE UNSUPPORTED-TOTAL TO ATL-AMOUNT.
           MOVE AUDIT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       310-CHECK-ONE-TRANSACTION.
      *
           READ SALES-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH.
           IF TRANSACTION-EOF-SWITCH = "N"
               AND ST-IS-INVOICE
               AND NOT ST-IS-TAXABLE
               AND ST-INVOICE-DATE NOT < AUDIT-START-DATE
               PERFORM 320-SIZE-UP-UNTAXED-INVOICE.
      *
       320-SIZE-UP-UNTAXED-INVOICE.
      *
           MOVE ZERO TO TAXABLE-AMOUNT.
           MOVE ST-CUSTOMER-NUMBER TO TL-CUSTOMER-NUMBER.
           MOVE ST-INVOICE-NUMBER TO TL-INVOICE-NUMBER.
           MOVE ZEROES TO TL-LINE-NUMBER.
           MOVE "N" TO LINE-EOF-SWITCH.
           START SALES-TRANSACTION-LINE-FILE
               KEY NOT < TL-LINE-KEY
               INVALID KEY
                   MOVE "Y" TO LINE-EOF-SWITCH.
           PERFORM 325-ADD-ONE-LINE
               UNTIL LINE-EOF-SWITCH = "Y".
           IF TAXABLE-AMOUNT NOT = ZERO
               OR NOT ST-NOT-EXEMPT
               PERFORM 330-CHECK-THE-CERTIFICATE.
      *
       325-ADD-ONE-LINE.
      *
           READ SALES-TRANSACTION-LINE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LINE-EOF-SWITCH.
           IF LINE-EOF-SWITCH = "N"
               IF TL-CUSTOMER-NUMBER NOT = ST-CUSTOMER-NUMBER
                   OR TL-INVOICE-NUMBER NOT = ST-INVOICE-NUMBER
                   MOVE "Y" TO LINE-EOF-SWITCH
               ELSE
               IF TL-IS-TAXABLE
                   ADD TL-EXTENSION TO TAXABLE-AMOUNT.
      *
       330-CHECK-THE-CERTIFICATE.
      *
           ADD 1 TO EXEMPT-SALES-CHECKED.
           MOVE ST-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CUSTMAST
               INVALID KEY
                   MOVE "**UNKNOWN**" TO CM-CUSTOMER-NAME
                   MOVE SPACES TO CM-STATE.
           MOVE ST-CUSTOMER-NUMBER TO CEX-CUSTOMER-NUMBER.
           IF ST-TAX-JURISDICTION = SPACES
               MOVE CM-STATE TO CEX-JURISDICTION
           ELSE
               MOVE ST-TAX-JURISDICTION TO CEX-JURISDICTION.
           MOVE ST-INVOICE-DATE TO CEX-SALE-DATE.
           PERFORM LOOK-UP-EXEMPT-CERTIFICATE.
           IF CEX-FOUND NOT = "Y"
               PERFORM 340-PRINT-AUDIT-LINE.
      *
       340-PRINT-AUDIT-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 290-PRINT-HEADING-LINES.
           MOVE ST-CUSTOMER-NUMBER TO ADL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME TO ADL-CUSTOMER-NAME.
           MOVE ST-INVOICE-NUMBER TO ADL-INVOICE-NUMBER.
           MOVE ST-INVOICE-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO ADL-INVOICE-DATE.
           MOVE TAXABLE-AMOUNT TO ADL-TAXABLE-AMOUNT.
           MOVE CEX-JURISDICTION TO ADL-JURISDICTION.
           PERFORM 345-DESCRIBE-EXEMPTION.
           MOVE CEX-CERTIFICATE-NUMBER TO ADL-CERTIFICATE.
           IF CEX-FOUND = "E"
               MOVE "EXPIRED" TO ADL-CERTIFICATE-STATUS
               MOVE CEX-EXPIRATION-DATE TO DATE-WORK
               PERFORM 700-EDIT-THE-DATE
               MOVE EDITED-DATE TO ADL-EXPIRATION-DATE
           ELSE
               MOVE "MISSING" TO ADL-CERTIFICATE-STATUS
               MOVE SPACES TO ADL-EXPIRATION-DATE.
           MOVE AUDIT-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
           ADD 1 TO UNSUPPORTED-COUNT.
           ADD TAXABLE-AMOUNT TO UNSUPPORTED-TOTAL.
      *
       345-DESCRIBE-EXEMPTION.
      *
           IF ST-EXEMPT-BY-CERTIFICATE
               MOVE "CERTIFICATE" TO ADL-EXEMPTED-BY
           ELSE
           IF ST-EXEMPT-BY-OVERRIDE
               MOVE "OVERRIDE" TO ADL-EXEMPTED-BY
           ELSE
               MOVE "NOT RECORDED" TO ADL-EXEMPTED-BY.
      *
       700-EDIT-THE-DATE.
      *
           MOVE DW-MONTH TO ED-MONTH.
           MOVE DW-DAY TO ED-DAY.
           MOVE DW-YEAR TO ED-YEAR.
      *
           COPY "PLCEX01.CBL".
