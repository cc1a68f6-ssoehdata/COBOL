       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. INVPRT01.
      *
      *    The customer's invoice document, printed off what was
      *    keyed - the end of retyping invoices in a word
      *    processor and the two copies disagreeing. Every
      *    invoice and credit memo on the Sales Transaction File
      *    with no document out yet gets one: bill-to off the
      *    customer master address block, number and date, the
      *    customer's terms and the due date they give (net 30
      *    when the record carries none), the product lines off
      *    the Sales Transaction Line File (or the merchandise
      *    amount for a transaction keyed without lines), the
      *    sales tax and the total. A credit memo prints as a
      *    CREDIT MEMO against the invoice it offsets, with no
      *    terms. Adjustments never get a document.
      *
      *    A customer enrolled on the E-Invoice Profile File
      *    (EIVMNT01) gets the document on the e-invoice file
      *    instead - or as well, if the profile says both. Each
      *    transaction is stamped PRINTED, SENT or BOTH with the
      *    run date as its document goes out, so the next run
      *    picks up only what is new. The operator can hold the
      *    run to transactions dated on or after a given date -
      *    how the first run skips everything invoiced before
      *    this program existed.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           COPY "SLSTRX01.CBL".
           COPY "SLSTLN01.CBL".
           COPY "SLCUST01.CBL".
           COPY "SLPROD01.CBL".
           COPY "SLEIPR01.CBL".
           COPY "SLPCFG01.CBL".
           SELECT INVOICE-PRINT ASSIGN DYNAMIC OUTPUT-DESTINATION.
           SELECT EINVOICE-FILE ASSIGN TO
               "C:\gnuCobol\COBOL\DATA\EINVOICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
           COPY "FDSTRX01.CBL".
      *
           COPY "FDSTLN01.CBL".
      *
           COPY "FDCUST01.CBL".
      *
           COPY "FDPROD01.CBL".
      *
           COPY "FDEIPR01.CBL".
      *
           COPY "FDPCFG01.CBL".
      *
       FD  INVOICE-PRINT.
      *
       01  PRINT-AREA      PIC X(132).
      *
      *    The e-invoice file - per document one H (header)
      *    record, one L record per product line, and a T
      *    (total) record. A transaction keyed without lines has
      *    no L records; its T record carries the merchandise.
      *    Dates are CCYYMMDD; amounts carry a decimal point and
      *    a leading minus on a credit memo.
      *
       FD  EINVOICE-FILE.
      *
       01  EINVOICE-HEADER-RECORD.
           05  EH-RECORD-TYPE          PIC X.
           05  EH-PARTNER-ID           PIC X(15).
           05  EH-DELIVERY-ADDRESS     PIC X(40).
           05  EH-DOCUMENT-TYPE        PIC X(3).
           05  EH-CUSTOMER-NUMBER      PIC 9(5).
           05  EH-INVOICE-NUMBER       PIC X(8).
           05  EH-INVOICE-DATE         PIC 9(8).
           05  EH-TERMS-DAYS           PIC 9(3).
           05  EH-DUE-DATE             PIC 9(8).
           05  EH-ORIGINAL-INVOICE     PIC X(8).
           05  EH-REASON-CODE          PIC X(2).
           05  EH-BILL-TO-NAME         PIC X(20).
           05  EH-ADDRESS-1            PIC X(30).
           05  EH-CITY                 PIC X(20).
           05  EH-STATE                PIC X(2).
           05  EH-ZIP                  PIC X(10).
      *
       01  EINVOICE-LINE-RECORD.
           05  EL-RECORD-TYPE          PIC X.
           05  EL-INVOICE-NUMBER       PIC X(8).
           05  EL-LINE-NUMBER          PIC 9(3).
           05  EL-PRODUCT-CODE         PIC X(10).
           05  EL-DESCRIPTION          PIC X(30).
           05  EL-QUANTITY             PIC -(5)9.
           05  EL-UNIT-OF-MEASURE      PIC X(4).
           05  EL-UNIT-PRICE           PIC 9(5).99.
           05  EL-EXTENSION            PIC -(7)9.99.
      *
       01  EINVOICE-TOTAL-RECORD.
           05  ET-RECORD-TYPE          PIC X.
           05  ET-INVOICE-NUMBER       PIC X(8).
           05  ET-LINE-COUNT           PIC 9(3).
           05  ET-MERCHANDISE          PIC -(7)9.99.
           05  ET-TAX-JURISDICTION     PIC X(2).
           05  ET-SALES-TAX            PIC -(7)9.99.
           05  ET-DOCUMENT-TOTAL       PIC -(7)9.99.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  TRANSACTION-EOF-SWITCH  PIC X   VALUE "N".
           05  LINES-EOF-SWITCH        PIC X   VALUE "N".
           05  PRINT-SWITCH            PIC X.
           05  SEND-SWITCH             PIC X.
      *
       01  PARAMETER-FIELDS.
           05  OUTPUT-DESTINATION      PIC X(60)     VALUE
               "C:\gnuCobol\COBOL\DATA\INVOICES.PRN".
           05  DESTINATION-ENTRY       PIC X(60)     VALUE SPACE.
           05  FIRST-DOCUMENT-DATE     PIC 9(8)      VALUE ZERO.
      *
       01  WORK-FIELDS.
           05  TODAY-CCYYMMDD          PIC 9(8).
           05  CUSTOMER-TERMS-DAYS     PIC 9(3)      VALUE 30.
           05  DUE-DATE                PIC 9(8).
           05  DOCUMENT-TOTAL          PIC S9(7)V99.
           05  DOCUMENT-LINES          PIC 9(3).
           05  DOCUMENTS-PRINTED       PIC 9(5)      VALUE ZERO.
           05  DOCUMENTS-SENT          PIC 9(5)      VALUE ZERO.
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
       01  COMPANY-HEADING-LINE.
           05  CHL-COMPANY-NAME     PIC X(30).
           05  FILLER               PIC X(102)     VALUE SPACE.
      *
       01  DOCUMENT-TITLE-LINE.
           05  DTL-TITLE            PIC X(14).
           05  FILLER               PIC X(8)       VALUE "NUMBER: ".
           05  DTL-INVOICE-NUMBER   PIC X(8).
           05  FILLER               PIC X(10)      VALUE
               "    DATE: ".
           05  DTL-INVOICE-DATE     PIC X(10).
           05  FILLER               PIC X(82)      VALUE SPACE.
      *
       01  BILL-TO-NAME-LINE.
           05  FILLER               PIC X(9)       VALUE "BILL TO: ".
           05  BNL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BNL-CUSTOMER-NAME    PIC X(20).
           05  FILLER               PIC X(96)      VALUE SPACE.
      *
       01  BILL-TO-LINE.
           05  FILLER               PIC X(16)      VALUE SPACE.
           05  BTL-TEXT             PIC X(40).
           05  FILLER               PIC X(76)      VALUE SPACE.
      *
       01  TERMS-LINE.
           05  FILLER               PIC X(11)      VALUE
               "TERMS: NET ".
           05  TRL-TERMS-DAYS       PIC ZZ9.
           05  FILLER               PIC X(15)      VALUE
               " DAYS          ".
           05  FILLER               PIC X(10)      VALUE
               "DUE DATE: ".
           05  TRL-DUE-DATE         PIC X(10).
           05  FILLER               PIC X(83)      VALUE SPACE.
      *
       01  CREDIT-LINE.
           05  FILLER               PIC X(24)      VALUE
               "CREDIT AGAINST INVOICE: ".
           05  CRL-ORIGINAL-INVOICE PIC X(8).
           05  FILLER               PIC X(11)      VALUE
               "   REASON: ".
           05  CRL-REASON-CODE      PIC X(2).
           05  FILLER               PIC X(87)      VALUE SPACE.
      *
       01  DETAIL-HEADING-LINE.
           05  FILLER               PIC X(11)      VALUE "PRODUCT".
           05  FILLER               PIC X(30)      VALUE
               "DESCRIPTION".
           05  FILLER               PIC X(9)       VALUE "QUANTITY".
           05  FILLER               PIC X(5)       VALUE "UNIT".
           05  FILLER               PIC X(11)      VALUE
               "UNIT PRICE".
           05  FILLER               PIC X(13)      VALUE
               "       AMOUNT".
           05  FILLER               PIC X(53)      VALUE SPACE.
      *
       01  DETAIL-LINE.
           05  DL-PRODUCT-CODE      PIC X(10).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  DL-DESCRIPTION       PIC X(30).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  DL-QUANTITY          PIC ZZ,ZZ9-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  DL-UNIT-OF-MEASURE   PIC X(4).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  DL-UNIT-PRICE        PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  DL-EXTENSION         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(53)      VALUE SPACE.
      *
       01  MERCHANDISE-LINE.
           05  FILLER               PIC X(11)      VALUE SPACE.
           05  FILLER               PIC X(55)      VALUE
               "MERCHANDISE".
           05  ML-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(53)      VALUE SPACE.
      *
       01  DOCUMENT-TOTAL-LINE.
           05  FILLER               PIC X(41)      VALUE SPACE.
           05  DTT-LABEL            PIC X(25).
           05  DTT-AMOUNT           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(53)      VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-PRINT-INVOICES.
      *
           PERFORM 105-ACCEPT-OUTPUT-DESTINATION.
           PERFORM 110-ACCEPT-FIRST-DATE.
           OPEN I-O    SALES-TRANSACTION-FILE
                INPUT  SALES-TRANSACTION-LINE-FILE
                       CUSTMAST
                       PRODUCT-FILE
                       EINVOICE-PROFILE-FILE
                       PRINT-CONFIG-FILE
                OUTPUT INVOICE-PRINT
                       EINVOICE-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 115-READ-PRINT-CONFIG.
           PERFORM 200-SELECT-ONE-TRANSACTION
               UNTIL TRANSACTION-EOF-SWITCH = "Y".
           CLOSE SALES-TRANSACTION-FILE
                 SALES-TRANSACTION-LINE-FILE
                 CUSTMAST
                 PRODUCT-FILE
                 EINVOICE-PROFILE-FILE
                 PRINT-CONFIG-FILE
                 INVOICE-PRINT
                 EINVOICE-FILE.
           DISPLAY DOCUMENTS-PRINTED " DOCUMENT(S) PRINTED".
           DISPLAY DOCUMENTS-SENT " DOCUMENT(S) ON THE E-INVOICE FILE".
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
       110-ACCEPT-FIRST-DATE.
      *
           DISPLAY "DOCUMENTS FOR TRANSACTIONS DATED ON OR AFTER"
           DISPLAY "(CCYYMMDD), OR 0 FOR ALL".
           ACCEPT FIRST-DOCUMENT-DATE.
      *
       115-READ-PRINT-CONFIG.
      *
           MOVE 1 TO PRINT-CONFIG-KEY.
           READ PRINT-CONFIG-FILE
               INVALID KEY
                   MOVE SPACES TO PRINT-CONFIG-COMPANY-NAME.
      *
       200-SELECT-ONE-TRANSACTION.
      *
           READ SALES-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH.
           IF TRANSACTION-EOF-SWITCH = "N"
               AND NOT ST-IS-ADJUSTMENT
               AND ST-DOCUMENT-PENDING
               AND ST-INVOICE-DATE NOT < FIRST-DOCUMENT-DATE
               PERFORM 210-PRODUCE-THE-DOCUMENT.
      *
       210-PRODUCE-THE-DOCUMENT.
      *
           PERFORM 220-GET-THE-CUSTOMER.
           PERFORM 230-GET-THE-DELIVERY.
           COMPUTE DOCUMENT-TOTAL = ST-INVOICE-AMOUNT + ST-SALES-TAX.
           IF PRINT-SWITCH = "Y"
               PERFORM 300-PRINT-THE-DOCUMENT.
           IF SEND-SWITCH = "Y"
               PERFORM 400-SEND-THE-DOCUMENT.
           PERFORM 500-STAMP-THE-TRANSACTION.
      *
      *    A customer since deleted still gets a document - with
      *    no address on it, which the office will notice.
      *
       220-GET-THE-CUSTOMER.
      *
           MOVE ST-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CUSTMAST
               INVALID KEY
                   PERFORM 225-CUSTOMER-NOT-ON-FILE.
           IF CM-PAYMENT-TERMS-DAYS = ZEROES
               MOVE 30 TO CUSTOMER-TERMS-DAYS
           ELSE
               MOVE CM-PAYMENT-TERMS-DAYS TO CUSTOMER-TERMS-DAYS.
           COMPUTE DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(ST-INVOICE-DATE)
                   + CUSTOMER-TERMS-DAYS).
      *
       225-CUSTOMER-NOT-ON-FILE.
      *
           MOVE "**UNKNOWN**" TO CM-CUSTOMER-NAME.
           MOVE SPACES TO CM-ADDRESS-1
                          CM-CITY
                          CM-STATE
                          CM-ZIP
                          CM-CONTACT-NAME.
           MOVE ZEROES TO CM-PAYMENT-TERMS-DAYS.
      *
      *    No profile means paper only.
      *
       230-GET-THE-DELIVERY.
      *
           MOVE "Y" TO PRINT-SWITCH.
           MOVE "N" TO SEND-SWITCH.
           MOVE ST-CUSTOMER-NUMBER TO EP-CUSTOMER-NUMBER.
           READ EINVOICE-PROFILE-FILE
               INVALID KEY
                   MOVE SPACE TO EP-DELIVERY-METHOD.
           IF EP-SEND-ONLY
               MOVE "N" TO PRINT-SWITCH
               MOVE "Y" TO SEND-SWITCH.
           IF EP-SEND-AND-PRINT
               MOVE "Y" TO SEND-SWITCH.
      *
       300-PRINT-THE-DOCUMENT.
      *
           MOVE PRINT-CONFIG-COMPANY-NAME TO CHL-COMPANY-NAME.
           MOVE COMPANY-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           IF ST-IS-CREDIT-MEMO
               MOVE "CREDIT MEMO" TO DTL-TITLE
           ELSE
               MOVE "INVOICE" TO DTL-TITLE.
           MOVE ST-INVOICE-NUMBER TO DTL-INVOICE-NUMBER.
           MOVE ST-INVOICE-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO DTL-INVOICE-DATE.
           MOVE DOCUMENT-TITLE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 310-PRINT-THE-BILL-TO.
           IF ST-IS-CREDIT-MEMO
               MOVE ST-ORIGINAL-INVOICE TO CRL-ORIGINAL-INVOICE
               MOVE ST-REASON-CODE TO CRL-REASON-CODE
               MOVE CREDIT-LINE TO PRINT-AREA
           ELSE
               MOVE CUSTOMER-TERMS-DAYS TO TRL-TERMS-DAYS
               MOVE DUE-DATE TO DATE-WORK
               PERFORM 700-EDIT-THE-DATE
               MOVE EDITED-DATE TO TRL-DUE-DATE
               MOVE TERMS-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE DETAIL-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 320-PRINT-THE-LINES.
           PERFORM 330-PRINT-THE-TOTALS.
           ADD 1 TO DOCUMENTS-PRINTED.
      *
       310-PRINT-THE-BILL-TO.
      *
           MOVE ST-CUSTOMER-NUMBER TO BNL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME TO BNL-CUSTOMER-NAME.
           MOVE BILL-TO-NAME-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           IF CM-ADDRESS-1 NOT = SPACES
               MOVE CM-ADDRESS-1 TO BTL-TEXT
               MOVE BILL-TO-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES
               MOVE SPACES TO BTL-TEXT
               STRING CM-CITY " " CM-STATE " " CM-ZIP
                   DELIMITED BY SIZE INTO BTL-TEXT
               MOVE BILL-TO-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           IF CM-CONTACT-NAME NOT = SPACES
               MOVE SPACES TO BTL-TEXT
               STRING "ATTN: " CM-CONTACT-NAME
                   DELIMITED BY SIZE INTO BTL-TEXT
               MOVE BILL-TO-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       320-PRINT-THE-LINES.
      *
           PERFORM 600-START-THE-LINES.
           PERFORM 325-PRINT-ONE-LINE
               UNTIL LINES-EOF-SWITCH = "Y".
           IF DOCUMENT-LINES = ZERO
               MOVE ST-INVOICE-AMOUNT TO ML-AMOUNT
               MOVE MERCHANDISE-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       325-PRINT-ONE-LINE.
      *
           PERFORM 610-READ-NEXT-LINE.
           IF LINES-EOF-SWITCH = "N"
               PERFORM 620-READ-THE-PRODUCT
               MOVE TL-PRODUCT-CODE TO DL-PRODUCT-CODE
               MOVE PR-DESCRIPTION TO DL-DESCRIPTION
               MOVE TL-QUANTITY TO DL-QUANTITY
               MOVE TL-UNIT-OF-MEASURE TO DL-UNIT-OF-MEASURE
               MOVE TL-UNIT-PRICE TO DL-UNIT-PRICE
               MOVE TL-EXTENSION TO DL-EXTENSION
               MOVE DETAIL-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       330-PRINT-THE-TOTALS.
      *
           MOVE "MERCHANDISE" TO DTT-LABEL.
           MOVE ST-INVOICE-AMOUNT TO DTT-AMOUNT.
           MOVE DOCUMENT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           IF ST-SALES-TAX NOT = ZERO
               MOVE SPACES TO DTT-LABEL
               STRING "SALES TAX (" ST-TAX-JURISDICTION ")"
                   DELIMITED BY SIZE INTO DTT-LABEL
               MOVE ST-SALES-TAX TO DTT-AMOUNT
               MOVE DOCUMENT-TOTAL-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           IF ST-IS-CREDIT-MEMO
               MOVE "TOTAL CREDIT" TO DTT-LABEL
           ELSE
               MOVE "TOTAL DUE" TO DTT-LABEL.
           MOVE DOCUMENT-TOTAL TO DTT-AMOUNT.
           MOVE DOCUMENT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       400-SEND-THE-DOCUMENT.
      *
           MOVE "H" TO EH-RECORD-TYPE.
           MOVE EP-PARTNER-ID TO EH-PARTNER-ID.
           MOVE EP-DELIVERY-ADDRESS TO EH-DELIVERY-ADDRESS.
           MOVE ST-CUSTOMER-NUMBER TO EH-CUSTOMER-NUMBER.
           MOVE ST-INVOICE-NUMBER TO EH-INVOICE-NUMBER.
           MOVE ST-INVOICE-DATE TO EH-INVOICE-DATE.
           IF ST-IS-CREDIT-MEMO
               MOVE "CRM" TO EH-DOCUMENT-TYPE
               MOVE ZEROES TO EH-TERMS-DAYS
               MOVE ZEROES TO EH-DUE-DATE
           ELSE
               MOVE "INV" TO EH-DOCUMENT-TYPE
               MOVE CUSTOMER-TERMS-DAYS TO EH-TERMS-DAYS
               MOVE DUE-DATE TO EH-DUE-DATE.
           MOVE ST-ORIGINAL-INVOICE TO EH-ORIGINAL-INVOICE.
           MOVE ST-REASON-CODE TO EH-REASON-CODE.
           MOVE CM-CUSTOMER-NAME TO EH-BILL-TO-NAME.
           MOVE CM-ADDRESS-1 TO EH-ADDRESS-1.
           MOVE CM-CITY TO EH-CITY.
           MOVE CM-STATE TO EH-STATE.
           MOVE CM-ZIP TO EH-ZIP.
           WRITE EINVOICE-HEADER-RECORD.
           PERFORM 600-START-THE-LINES.
           PERFORM 410-SEND-ONE-LINE
               UNTIL LINES-EOF-SWITCH = "Y".
           MOVE "T" TO ET-RECORD-TYPE.
           MOVE ST-INVOICE-NUMBER TO ET-INVOICE-NUMBER.
           MOVE DOCUMENT-LINES TO ET-LINE-COUNT.
           MOVE ST-INVOICE-AMOUNT TO ET-MERCHANDISE.
           MOVE ST-TAX-JURISDICTION TO ET-TAX-JURISDICTION.
           MOVE ST-SALES-TAX TO ET-SALES-TAX.
           MOVE DOCUMENT-TOTAL TO ET-DOCUMENT-TOTAL.
           WRITE EINVOICE-TOTAL-RECORD.
           ADD 1 TO DOCUMENTS-SENT.
      *
       410-SEND-ONE-LINE.
      *
           PERFORM 610-READ-NEXT-LINE.
           IF LINES-EOF-SWITCH = "N"
               PERFORM 620-READ-THE-PRODUCT
               MOVE "L" TO EL-RECORD-TYPE
               MOVE ST-INVOICE-NUMBER TO EL-INVOICE-NUMBER
               MOVE TL-LINE-NUMBER TO EL-LINE-NUMBER
               MOVE TL-PRODUCT-CODE TO EL-PRODUCT-CODE
               MOVE PR-DESCRIPTION TO EL-DESCRIPTION
               MOVE TL-QUANTITY TO EL-QUANTITY
               MOVE TL-UNIT-OF-MEASURE TO EL-UNIT-OF-MEASURE
               MOVE TL-UNIT-PRICE TO EL-UNIT-PRICE
               MOVE TL-EXTENSION TO EL-EXTENSION
               WRITE EINVOICE-LINE-RECORD.
      *
      *    Stamped only once every copy the customer gets has
      *    been written.
      *
       500-STAMP-THE-TRANSACTION.
      *
           IF PRINT-SWITCH = "Y" AND SEND-SWITCH = "Y"
               MOVE "B" TO ST-DOCUMENT-STATUS
           ELSE
           IF PRINT-SWITCH = "Y"
               MOVE "P" TO ST-DOCUMENT-STATUS
           ELSE
               MOVE "E" TO ST-DOCUMENT-STATUS.
           MOVE TODAY-CCYYMMDD TO ST-DOCUMENT-DATE.
           REWRITE SALES-TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING TRANSACTION".
      *
      *    The document's lines sit together on the line file
      *    under its customer and invoice number, in line order.
      *
       600-START-THE-LINES.
      *
           MOVE "N" TO LINES-EOF-SWITCH.
           MOVE ZERO TO DOCUMENT-LINES.
           MOVE ST-CUSTOMER-NUMBER TO TL-CUSTOMER-NUMBER.
           MOVE ST-INVOICE-NUMBER TO TL-INVOICE-NUMBER.
           MOVE ZERO TO TL-LINE-NUMBER.
           START SALES-TRANSACTION-LINE-FILE
               KEY NOT < TL-LINE-KEY
               INVALID KEY
                   MOVE "Y" TO LINES-EOF-SWITCH.
      *
       610-READ-NEXT-LINE.
      *
           READ SALES-TRANSACTION-LINE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LINES-EOF-SWITCH.
           IF LINES-EOF-SWITCH = "N"
               IF TL-CUSTOMER-NUMBER NOT = ST-CUSTOMER-NUMBER
                   OR TL-INVOICE-NUMBER NOT = ST-INVOICE-NUMBER
                   MOVE "Y" TO LINES-EOF-SWITCH
               ELSE
                   ADD 1 TO DOCUMENT-LINES.
      *
       620-READ-THE-PRODUCT.
      *
           MOVE TL-PRODUCT-CODE TO PR-PRODUCT-CODE.
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE "**UNKNOWN**" TO PR-DESCRIPTION.
      *
       700-EDIT-THE-DATE.
      *
           MOVE DW-MONTH TO ED-MONTH.
           MOVE DW-DAY TO ED-DAY.
           MOVE DW-YEAR TO ED-YEAR.
