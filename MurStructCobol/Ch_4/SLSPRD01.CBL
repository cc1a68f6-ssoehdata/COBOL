       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. SLSPRD01.
      *
      *    Sales by product - what we sold, not just how much -
      *    off the Sales Transaction Line File for the invoice
      *    dates the operator keys. One line per product: units,
      *    sales dollars, what the same units come to at list,
      *    the discount that difference works out to, and the
      *    average price realised. Credit memo lines net out of
      *    units and dollars. The operator picks the grouping:
      *    products for the whole company, products within each
      *    customer, or products within each sales rep (the
      *    customer's rep as the master stands today), with a
      *    subtotal per customer or rep. Adjustments and
      *    invoices keyed without lines carry no product and do
      *    not appear.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           COPY "SLSTLN01.CBL".
           COPY "SLCUST01.CBL".
           COPY "SLPROD01.CBL".
           COPY "SLPCFG01.CBL".
           COPY "SLREP01.CBL".
           SELECT PRODUCTRPT ASSIGN DYNAMIC OUTPUT-DESTINATION.
           SELECT PRODUCT-EXTRACT ASSIGN TO
                "C:\gnuCobol\COBOL\DATA\PRDEXT.DAT".
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK6".
           SELECT SORTED-PRODUCT-SALES ASSIGN TO
                "C:\gnuCobol\COBOL\DATA\SRTPRD.DAT".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
           COPY "FDSTLN01.CBL".
      *
           COPY "FDCUST01.CBL".
      *
           COPY "FDPROD01.CBL".
      *
           COPY "FDPCFG01.CBL".
      *
           COPY "FDREP01.CBL".
      *
       FD  PRODUCTRPT.
      *
       01  PRINT-AREA      PIC X(132).
      *
       FD  PRODUCT-EXTRACT.
      *
       01  PRODUCT-EXTRACT-RECORD.
           05  PX-GROUP-NUMBER         PIC 9(5).
           05  PX-PRODUCT-CODE         PIC X(10).
           05  PX-QUANTITY             PIC S9(5).
           05  PX-SALES-AMOUNT         PIC S9(7)V9(2).
           05  PX-LIST-AMOUNT          PIC S9(7)V9(2).
      *
       SD  SORT-WORK-FILE.
      *
       01  SORT-RECORD.
           05  SR-GROUP-NUMBER         PIC 9(5).
           05  SR-PRODUCT-CODE         PIC X(10).
           05  FILLER                  PIC X(23).
      *
       FD  SORTED-PRODUCT-SALES.
      *
       01  SORTED-PRODUCT-RECORD.
           05  SP-GROUP-NUMBER         PIC 9(5).
           05  SP-PRODUCT-CODE         PIC X(10).
           05  SP-QUANTITY             PIC S9(5).
           05  SP-SALES-AMOUNT         PIC S9(7)V9(2).
           05  SP-LIST-AMOUNT          PIC S9(7)V9(2).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  LINES-EOF-SWITCH        PIC X   VALUE "N".
           05  SALES-EOF-SWITCH        PIC X   VALUE "N".
           05  FIRST-RECORD-SWITCH     PIC X   VALUE "Y".
      *
      *    GROUPING is 1 for products company-wide, 2 for
      *    products by customer, 3 for products by sales rep -
      *    it decides what goes into PX-GROUP-NUMBER (zero,
      *    the customer, or the rep).
      *
       01  PARAMETER-FIELDS.
           05  FROM-DATE               PIC 9(8)      VALUE ZERO.
           05  THRU-DATE               PIC 9(8)      VALUE ZERO.
           05  GROUPING                PIC 9         VALUE 1.
               88  GROUPING-IS-VALID   VALUES 1 THRU 3.
               88  BY-PRODUCT-ONLY     VALUE 1.
               88  BY-CUSTOMER         VALUE 2.
               88  BY-SALESREP         VALUE 3.
           05  OUTPUT-DESTINATION      PIC X(60)     VALUE
               "C:\gnuCobol\COBOL\DATA\PRODSLS.PRN".
           05  DESTINATION-ENTRY       PIC X(60)     VALUE SPACE.
      *
       01  CALCULATED-FIELDS.
           05  LINES-SELECTED          PIC 9(7)      VALUE ZERO.
           05  LAST-CUSTOMER-READ      PIC 9(5)      VALUE ZERO.
           05  LIST-EXTENSION          PIC S9(7)V99.
           05  DISCOUNT-PERCENT        PIC S9(3)V9.
           05  AVERAGE-PRICE           PIC S9(5)V99.
      *
       01  BREAK-FIELDS.
           05  PREVIOUS-GROUP-NUMBER   PIC 9(5)      VALUE ZERO.
           05  PREVIOUS-PRODUCT-CODE   PIC X(10)     VALUE SPACE.
      *
       01  PRODUCT-TOTAL-FIELDS.
           05  PRODUCT-TOTAL-QUANTITY  PIC S9(7)     VALUE ZERO.
           05  PRODUCT-TOTAL-SALES     PIC S9(9)V99  VALUE ZERO.
           05  PRODUCT-TOTAL-LIST      PIC S9(9)V99  VALUE ZERO.
      *
       01  GROUP-TOTAL-FIELDS.
           05  GROUP-TOTAL-SALES       PIC S9(9)V99  VALUE ZERO.
           05  GROUP-TOTAL-LIST        PIC S9(9)V99  VALUE ZERO.
      *
       01  TOTAL-FIELDS.
           05  GRAND-TOTAL-SALES       PIC S9(9)V99  VALUE ZERO.
           05  GRAND-TOTAL-LIST        PIC S9(9)V99  VALUE ZERO.
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  SPACE-CONTROL   PIC S9.
      *
       01  COMPANY-NAME-FIELDS.
           05  REPORT-COMPANY-NAME PIC X(30) VALUE SPACE.
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
           05  FILLER          PIC X(20)   VALUE "SALES BY PRODUCT    ".
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
           05  FILLER          PIC X(9)    VALUE SPACE.
           05  FILLER          PIC X(14)   VALUE "INVOICE DATES ".
           05  HL2-FROM-DATE   PIC 9(8).
           05  FILLER          PIC X(6)    VALUE " THRU ".
           05  HL2-THRU-DATE   PIC 9(8).
           05  FILLER          PIC X(13)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "SLSPRD01".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "PRODUCT             ".
           05  FILLER      PIC X(20)   VALUE "                    ".
           05  FILLER      PIC X(20)   VALUE "                    ".
           05  FILLER      PIC X(20)   VALUE "         SALES      ".
           05  FILLER      PIC X(20)   VALUE "   VALUE AT    DISC ".
           05  FILLER      PIC X(20)   VALUE "   AVERAGE          ".
           05  FILLER      PIC X(12)   VALUE SPACE.
      *
       01  HEADING-LINE-4.
           05  FILLER      PIC X(20)   VALUE "CODE       DESCRIPTI".
           05  FILLER      PIC X(20)   VALUE "ON                  ".
           05  FILLER      PIC X(20)   VALUE "      UNIT     UNITS".
           05  FILLER      PIC X(20)   VALUE "        AMOUNT      ".
           05  FILLER      PIC X(20)   VALUE "      LIST     PCT  ".
           05  FILLER      PIC X(20)   VALUE "     PRICE          ".
           05  FILLER      PIC X(12)   VALUE SPACE.
      *
       01  GROUP-HEADING-LINE.
           05  GHL-GROUP-LABEL      PIC X(11).
           05  GHL-GROUP-NUMBER     PIC 9(5).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  GHL-GROUP-NAME       PIC X(20).
           05  FILLER               PIC X(95)      VALUE SPACE.
      *
       01  PRODUCT-LINE.
           05  PL-PRODUCT-CODE      PIC X(10).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PL-DESCRIPTION       PIC X(30).
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  PL-UNIT-OF-MEASURE   PIC X(4).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PL-QUANTITY          PIC Z,ZZZ,ZZ9-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PL-SALES-AMOUNT      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PL-LIST-AMOUNT       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PL-DISCOUNT-PERCENT  PIC ZZ9.9-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PL-AVERAGE-PRICE     PIC ZZ,ZZ9.99-.
           05  FILLER               PIC X(38)      VALUE SPACE.
      *
       01  GROUP-TOTAL-LINE.
           05  FILLER               PIC X(11)      VALUE SPACE.
           05  GTL-GROUP-LABEL      PIC X(11).
           05  GTL-GROUP-NUMBER     PIC 9(5).
           05  FILLER               PIC X(7)       VALUE " TOTAL ".
           05  FILLER               PIC X(28)      VALUE SPACE.
           05  GTL-SALES-AMOUNT     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  GTL-LIST-AMOUNT      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  GTL-DISCOUNT-PERCENT PIC ZZ9.9-.
           05  FILLER               PIC X(45)      VALUE SPACE.
      *
       01  GRAND-TOTAL-LINE.
           05  FILLER               PIC X(20)      VALUE
               "REPORT TOTAL        ".
           05  FILLER               PIC X(42)      VALUE SPACE.
           05  RTL-SALES-AMOUNT     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RTL-LIST-AMOUNT      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RTL-DISCOUNT-PERCENT PIC ZZ9.9-.
           05  FILLER               PIC X(45)      VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-PREPARE-PRODUCT-REPORT.
      *
           PERFORM 050-ACCEPT-RUN-PARAMETERS.
           PERFORM 107-READ-PRINT-CONFIG.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 150-EXTRACT-PERIOD-LINES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-GROUP-NUMBER SR-PRODUCT-CODE
               USING PRODUCT-EXTRACT
               GIVING SORTED-PRODUCT-SALES.
           OPEN INPUT  SORTED-PRODUCT-SALES
                       PRODUCT-FILE
                       CUSTMAST
                       SALESREP-MASTER-FILE
                OUTPUT PRODUCTRPT.
           PERFORM 200-PREPARE-PRODUCT-LINES
               UNTIL SALES-EOF-SWITCH = "Y".
           IF FIRST-RECORD-SWITCH = "N"
               PERFORM 220-PRINT-PRODUCT-LINE
               IF NOT BY-PRODUCT-ONLY
                   PERFORM 250-PRINT-GROUP-SUBTOTAL.
           PERFORM 300-PRINT-GRAND-TOTALS.
           CLOSE SORTED-PRODUCT-SALES
                 PRODUCT-FILE
                 CUSTMAST
                 SALESREP-MASTER-FILE
                 PRODUCTRPT.
           DISPLAY LINES-SELECTED " INVOICE LINE(S) IN THE PERIOD.".
           STOP RUN.
      *
       050-ACCEPT-RUN-PARAMETERS.
      *
           DISPLAY "ENTER THE FIRST INVOICE DATE OF THE PERIOD"
           DISPLAY "(CCYYMMDD): ".
           ACCEPT FROM-DATE.
           DISPLAY "ENTER THE LAST INVOICE DATE OF THE PERIOD"
           DISPLAY "(CCYYMMDD): ".
           ACCEPT THRU-DATE.
           PERFORM 055-ACCEPT-GROUPING.
           DISPLAY "ENTER THE OUTPUT DESTINATION (PRINTER NAME OR"
           DISPLAY "FILE PATH), OR PRESS ENTER FOR " OUTPUT-DESTINATION.
           ACCEPT DESTINATION-ENTRY.
           IF DESTINATION-ENTRY NOT = SPACES
               MOVE DESTINATION-ENTRY TO OUTPUT-DESTINATION.
      *
       055-ACCEPT-GROUPING.
      *
           DISPLAY "1 - PRODUCTS FOR THE WHOLE COMPANY"
           DISPLAY "2 - PRODUCTS BY CUSTOMER"
           DISPLAY "3 - PRODUCTS BY SALES REP"
           DISPLAY "WHICH (1-3)? ".
           ACCEPT GROUPING.
           IF NOT GROUPING-IS-VALID
               DISPLAY "YOU MUST ENTER 1, 2 OR 3"
               PERFORM 055-ACCEPT-GROUPING.
      *
       107-READ-PRINT-CONFIG.
      *
           OPEN INPUT PRINT-CONFIG-FILE.
           MOVE 1 TO PRINT-CONFIG-KEY.
           READ PRINT-CONFIG-FILE
               INVALID KEY
                   CONTINUE.
           IF PRINT-CONFIG-MAX-LINES NOT = ZERO
               MOVE PRINT-CONFIG-MAX-LINES TO LINES-ON-PAGE.
           IF PRINT-CONFIG-COMPANY-NAME NOT = SPACES
               MOVE PRINT-CONFIG-COMPANY-NAME TO REPORT-COMPANY-NAME.
           CLOSE PRINT-CONFIG-FILE.
      *
       100-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
           MOVE FROM-DATE  TO HL2-FROM-DATE.
           MOVE THRU-DATE  TO HL2-THRU-DATE.
      *
      *    The line file is in customer order, so the customer
      *    (for the rep grouping) is only re-read when it
      *    changes. A customer since deleted reports under rep
      *    zero.
      *
       150-EXTRACT-PERIOD-LINES.
      *
           OPEN INPUT  SALES-TRANSACTION-LINE-FILE
                       CUSTMAST
                OUTPUT PRODUCT-EXTRACT.
           MOVE ZERO TO CM-SALESREP-NUMBER.
           PERFORM 160-EXTRACT-ONE-LINE
               UNTIL LINES-EOF-SWITCH = "Y".
           CLOSE SALES-TRANSACTION-LINE-FILE
                 CUSTMAST
                 PRODUCT-EXTRACT.
      *
       160-EXTRACT-ONE-LINE.
      *
           READ SALES-TRANSACTION-LINE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LINES-EOF-SWITCH.
           IF LINES-EOF-SWITCH = "N"
               IF TL-INVOICE-DATE NOT < FROM-DATE
                   AND TL-INVOICE-DATE NOT > THRU-DATE
                   PERFORM 170-WRITE-EXTRACT-RECORD.
      *
       170-WRITE-EXTRACT-RECORD.
      *
           IF BY-SALESREP
               AND TL-CUSTOMER-NUMBER NOT = LAST-CUSTOMER-READ
               MOVE TL-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               MOVE TL-CUSTOMER-NUMBER TO LAST-CUSTOMER-READ
               READ CUSTMAST
                   INVALID KEY
                       MOVE ZERO TO CM-SALESREP-NUMBER.
           IF BY-PRODUCT-ONLY
               MOVE ZERO TO PX-GROUP-NUMBER
           ELSE
           IF BY-CUSTOMER
               MOVE TL-CUSTOMER-NUMBER TO PX-GROUP-NUMBER
           ELSE
               MOVE CM-SALESREP-NUMBER TO PX-GROUP-NUMBER.
           MOVE TL-PRODUCT-CODE TO PX-PRODUCT-CODE.
           MOVE TL-QUANTITY     TO PX-QUANTITY.
           MOVE TL-EXTENSION    TO PX-SALES-AMOUNT.
           COMPUTE PX-LIST-AMOUNT = TL-QUANTITY * TL-LIST-PRICE.
           WRITE PRODUCT-EXTRACT-RECORD.
           ADD 1 TO LINES-SELECTED.
      *
       200-PREPARE-PRODUCT-LINES.
      *
           PERFORM 210-READ-PRODUCT-SALES.
           IF SALES-EOF-SWITCH = "N"
               PERFORM 205-CHECK-FOR-CONTROL-BREAK
               ADD SP-QUANTITY     TO PRODUCT-TOTAL-QUANTITY
               ADD SP-SALES-AMOUNT TO PRODUCT-TOTAL-SALES
               ADD SP-LIST-AMOUNT  TO PRODUCT-TOTAL-LIST.
      *
       205-CHECK-FOR-CONTROL-BREAK.
      *
           IF FIRST-RECORD-SWITCH = "Y"
               MOVE "N" TO FIRST-RECORD-SWITCH
               PERFORM 240-PRINT-GROUP-HEADING
           ELSE
           IF SP-GROUP-NUMBER NOT = PREVIOUS-GROUP-NUMBER
               PERFORM 220-PRINT-PRODUCT-LINE
               PERFORM 250-PRINT-GROUP-SUBTOTAL
               PERFORM 240-PRINT-GROUP-HEADING
           ELSE
           IF SP-PRODUCT-CODE NOT = PREVIOUS-PRODUCT-CODE
               PERFORM 220-PRINT-PRODUCT-LINE.
           MOVE SP-GROUP-NUMBER TO PREVIOUS-GROUP-NUMBER.
           MOVE SP-PRODUCT-CODE TO PREVIOUS-PRODUCT-CODE.
      *
       210-READ-PRODUCT-SALES.
      *
           READ SORTED-PRODUCT-SALES
               AT END
                   MOVE "Y" TO SALES-EOF-SWITCH.
      *
       220-PRINT-PRODUCT-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE PREVIOUS-PRODUCT-CODE TO PR-PRODUCT-CODE.
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE "**UNKNOWN**" TO PR-DESCRIPTION
                   MOVE SPACES TO PR-UNIT-OF-MEASURE.
           MOVE PREVIOUS-PRODUCT-CODE  TO PL-PRODUCT-CODE.
           MOVE PR-DESCRIPTION         TO PL-DESCRIPTION.
           MOVE PR-UNIT-OF-MEASURE     TO PL-UNIT-OF-MEASURE.
           MOVE PRODUCT-TOTAL-QUANTITY TO PL-QUANTITY.
           MOVE PRODUCT-TOTAL-SALES    TO PL-SALES-AMOUNT.
           MOVE PRODUCT-TOTAL-LIST     TO PL-LIST-AMOUNT.
           IF PRODUCT-TOTAL-LIST = ZERO
               MOVE ZERO TO DISCOUNT-PERCENT
           ELSE
               COMPUTE DISCOUNT-PERCENT ROUNDED =
                   (PRODUCT-TOTAL-LIST - PRODUCT-TOTAL-SALES) * 100
                       / PRODUCT-TOTAL-LIST
                   ON SIZE ERROR
                       MOVE 999.9 TO DISCOUNT-PERCENT.
           MOVE DISCOUNT-PERCENT TO PL-DISCOUNT-PERCENT.
           IF PRODUCT-TOTAL-QUANTITY = ZERO
               MOVE ZERO TO AVERAGE-PRICE
           ELSE
               COMPUTE AVERAGE-PRICE ROUNDED =
                   PRODUCT-TOTAL-SALES / PRODUCT-TOTAL-QUANTITY
                   ON SIZE ERROR
                       MOVE ZERO TO AVERAGE-PRICE.
           MOVE AVERAGE-PRICE TO PL-AVERAGE-PRICE.
           MOVE PRODUCT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
           ADD PRODUCT-TOTAL-SALES TO GROUP-TOTAL-SALES.
           ADD PRODUCT-TOTAL-LIST  TO GROUP-TOTAL-LIST.
           MOVE ZERO TO PRODUCT-TOTAL-QUANTITY
                        PRODUCT-TOTAL-SALES
                        PRODUCT-TOTAL-LIST.
      *
       230-PRINT-HEADING-LINES.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           IF REPORT-COMPANY-NAME NOT = SPACES
               MOVE REPORT-COMPANY-NAME TO CNL-COMPANY-NAME
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
           MOVE HEADING-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE ZERO TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.
      *
      *    Names the customer or rep a group is for; the
      *    company-wide grouping has no group heading.
      *
       240-PRINT-GROUP-HEADING.
      *
           IF NOT BY-PRODUCT-ONLY
               IF LINE-COUNT > LINES-ON-PAGE
                   PERFORM 230-PRINT-HEADING-LINES.
           IF BY-CUSTOMER
               MOVE "CUSTOMER:  " TO GHL-GROUP-LABEL
               MOVE SP-GROUP-NUMBER TO CM-CUSTOMER-NUMBER
               READ CUSTMAST
                   INVALID KEY
                       MOVE "**UNKNOWN**" TO CM-CUSTOMER-NAME.
           IF BY-CUSTOMER
               MOVE CM-CUSTOMER-NAME TO GHL-GROUP-NAME.
           IF BY-SALESREP
               MOVE "SALES REP: " TO GHL-GROUP-LABEL
               MOVE SP-GROUP-NUMBER TO RM-SALESREP-NUMBER
               READ SALESREP-MASTER-FILE
                   INVALID KEY
                       MOVE "**UNKNOWN**" TO RM-SALESREP-NAME.
           IF BY-SALESREP
               MOVE RM-SALESREP-NAME TO GHL-GROUP-NAME.
           IF NOT BY-PRODUCT-ONLY
               MOVE SP-GROUP-NUMBER TO GHL-GROUP-NUMBER
               MOVE GROUP-HEADING-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2 LINES
               ADD 2 TO LINE-COUNT
               MOVE 1 TO SPACE-CONTROL.
      *
       250-PRINT-GROUP-SUBTOTAL.
      *
           IF NOT BY-PRODUCT-ONLY
               MOVE GHL-GROUP-LABEL       TO GTL-GROUP-LABEL
               MOVE PREVIOUS-GROUP-NUMBER TO GTL-GROUP-NUMBER
               MOVE GROUP-TOTAL-SALES     TO GTL-SALES-AMOUNT
               MOVE GROUP-TOTAL-LIST      TO GTL-LIST-AMOUNT
               IF GROUP-TOTAL-LIST = ZERO
                   MOVE ZERO TO GTL-DISCOUNT-PERCENT
               ELSE
                   COMPUTE GTL-DISCOUNT-PERCENT ROUNDED =
                       (GROUP-TOTAL-LIST - GROUP-TOTAL-SALES) * 100
                           / GROUP-TOTAL-LIST
                       ON SIZE ERROR
                           MOVE 999.9 TO GTL-DISCOUNT-PERCENT.
           IF NOT BY-PRODUCT-ONLY
               MOVE GROUP-TOTAL-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2 LINES
               ADD 2 TO LINE-COUNT.
           ADD GROUP-TOTAL-SALES TO GRAND-TOTAL-SALES.
           ADD GROUP-TOTAL-LIST  TO GRAND-TOTAL-LIST.
           MOVE ZERO TO GROUP-TOTAL-SALES
                        GROUP-TOTAL-LIST.
      *
       300-PRINT-GRAND-TOTALS.
      *
           IF BY-PRODUCT-ONLY
               ADD GROUP-TOTAL-SALES TO GRAND-TOTAL-SALES
               ADD GROUP-TOTAL-LIST  TO GRAND-TOTAL-LIST.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE GRAND-TOTAL-SALES TO RTL-SALES-AMOUNT.
           MOVE GRAND-TOTAL-LIST  TO RTL-LIST-AMOUNT.
           IF GRAND-TOTAL-LIST = ZERO
               MOVE ZERO TO RTL-DISCOUNT-PERCENT
           ELSE
               COMPUTE RTL-DISCOUNT-PERCENT ROUNDED =
                   (GRAND-TOTAL-LIST - GRAND-TOTAL-SALES) * 100
                       / GRAND-TOTAL-LIST
                   ON SIZE ERROR
                       MOVE 999.9 TO RTL-DISCOUNT-PERCENT.
           MOVE GRAND-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
