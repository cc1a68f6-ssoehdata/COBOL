      * Sales order shipment confirmation
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORSHP01.
      *------------------------------------------
      * Confirms what went out the door against an open sales
      * order and turns it into the invoice - no more keying the
      * invoice into STXENT01 off the packing slip. For each
      * open line the shipper keys the quantity that shipped
      * (all, some, or none of what's still open); the shipped
      * quantities times the order's prices become one invoice
      * on the Sales Transaction File, numbered order number +
      * shipment number (order 001234's second shipment is
      * invoice 00123402), with one invoice line per order line
      * shipped on the Sales Transaction Line File, taxed the
      * way the order was (on the taxable products' lines) at
      * today's STATE-FILE rate, and left unposted for the
      * STXPST01 posting batch like any keyed invoice. A line is
      * SHIPPED once nothing is left open on it, and the order
      * once none of its lines are.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLSORD01.CBL".

           COPY "SLSOLN01.CBL".

           COPY "SLSTRX01.CBL".

           COPY "SLCUST01.CBL".

           COPY "SLSTATE.CBL".

           COPY "SLSTLN01.CBL".

           COPY "SLPROD01.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDSORD01.CBL".

           COPY "FDSOLN01.CBL".

           COPY "FDSTRX01.CBL".

           COPY "FDCUST01.CBL".

           COPY "FDSTATE.CBL".

           COPY "FDSTLN01.CBL".

           COPY "FDPROD01.CBL".

       WORKING-STORAGE SECTION.
       77  RECORD-FOUND                PIC X.
       77  TODAY-DATE                  PIC 9(8).
       77  SHIP-ORDER-NUMBER           PIC 9(6).
       77  LINES-EOF-SWITCH            PIC X.
       77  SHIP-ANSWER                 PIC X.
       77  SHIPMENTS-CONFIRMED         PIC 9(5) VALUE ZERO.
       77  SESSION-INVOICE-TOTAL       PIC S9(9)V99 VALUE ZERO.

      *-------------------------------------------------------------
      * The quantities keyed for this shipment are held until the
      * whole order has been gone through and the invoice is on
      * file - the order lines only move after that.
      *-------------------------------------------------------------
       77  SHIP-COUNT                  PIC 99.
       77  SHIP-SUB                    PIC 99.
       77  LINES-STILL-OPEN            PIC 99.
       77  OPEN-QUANTITY               PIC 9(5).
       77  SHIP-QUANTITY               PIC 9(5).
       77  LINE-EXTENSION              PIC S9(7)V99.
       77  SHIPMENT-AMOUNT             PIC S9(7)V99.
       77  TAXABLE-SHIPMENT-AMOUNT     PIC S9(7)V99.
       01  SHIP-LINE-TABLE.
           05  SHIP-LINE OCCURS 20 TIMES.
               10  SHP-LINE-NUMBER     PIC 9(3).
               10  SHP-QUANTITY        PIC 9(5).
               10  SHP-PRODUCT-CODE    PIC X(10).
               10  SHP-UNIT-OF-MEASURE PIC X(4).
               10  SHP-LIST-PRICE      PIC 9(5)V99.
               10  SHP-UNIT-PRICE      PIC 9(5)V99.
               10  SHP-EXTENSION       PIC S9(7)V99.
               10  SHP-TAXABLE         PIC X.

       01  INVOICE-NUMBER-BUILD.
           05  INB-ORDER-NUMBER        PIC 9(6).
           05  INB-SHIPMENT-NUMBER     PIC 9(2).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           OPEN I-O SALES-ORDER-FILE.
           OPEN I-O SALES-ORDER-LINE-FILE.
           OPEN I-O SALES-TRANSACTION-FILE.
           OPEN INPUT CUSTMAST.
           OPEN INPUT STATE-FILE.
           OPEN I-O SALES-TRANSACTION-LINE-FILE.
           OPEN INPUT PRODUCT-FILE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE SALES-ORDER-FILE.
           CLOSE SALES-ORDER-LINE-FILE.
           CLOSE SALES-TRANSACTION-FILE.
           CLOSE CUSTMAST.
           CLOSE STATE-FILE.
           CLOSE SALES-TRANSACTION-LINE-FILE.
           CLOSE PRODUCT-FILE.
           DISPLAY " ".
           DISPLAY "------- SHIPMENT SESSION TOTALS -------".
           DISPLAY "SHIPMENTS INVOICED: " SHIPMENTS-CONFIRMED.
           DISPLAY "AMOUNT INVOICED:    " SESSION-INVOICE-TOTAL.
           DISPLAY "---------------------------------------".

       MAIN-PROCESS.
           PERFORM ENTER-SHIP-ORDER.
           PERFORM CONFIRM-SHIPMENTS
               UNTIL SHIP-ORDER-NUMBER = ZERO.

       CONFIRM-SHIPMENTS.
           PERFORM SHOW-THE-ORDER.
           PERFORM KEY-THE-SHIPPED-QUANTITIES.
           IF SHIP-COUNT = ZERO
               DISPLAY "NOTHING SHIPPED - NO INVOICE RAISED"
           ELSE
           IF SHIPMENT-AMOUNT > 99999.99
               DISPLAY "SHIPMENT OF " SHIPMENT-AMOUNT
                   " IS TOO LARGE FOR ONE INVOICE - CONFIRM IT IN"
                   " PARTS"
           ELSE
               PERFORM ASK-SHIP-ANSWER
               IF SHIP-ANSWER = "Y"
                   PERFORM INVOICE-THE-SHIPMENT.
           PERFORM ENTER-SHIP-ORDER.

       ENTER-SHIP-ORDER.
           PERFORM ACCEPT-SHIP-ORDER.
           PERFORM RE-ACCEPT-SHIP-ORDER
               UNTIL RECORD-FOUND = "Y"
                   OR SHIP-ORDER-NUMBER = ZERO.

       ACCEPT-SHIP-ORDER.
           DISPLAY " ".
           DISPLAY "ENTER THE ORDER NUMBER BEING SHIPPED".
           DISPLAY "ENTER 0 TO STOP".
           ACCEPT SHIP-ORDER-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           IF SHIP-ORDER-NUMBER NOT = ZERO
               MOVE SHIP-ORDER-NUMBER TO SO-ORDER-NUMBER
               PERFORM READ-ORDER-RECORD
               IF RECORD-FOUND = "Y"
                   AND NOT SO-IS-OPEN
                   DISPLAY "THAT ORDER IS NO LONGER OPEN"
                   MOVE "N" TO RECORD-FOUND.

       RE-ACCEPT-SHIP-ORDER.
           DISPLAY "NO OPEN ORDER BY THAT NUMBER - PLEASE RE-ENTER".
           PERFORM ACCEPT-SHIP-ORDER.

       SHOW-THE-ORDER.
           MOVE SO-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CUSTMAST
               INVALID KEY
                   MOVE "**UNKNOWN**" TO CM-CUSTOMER-NAME.
           DISPLAY "ORDER " SO-ORDER-NUMBER " FOR " SO-CUSTOMER-NUMBER
               " " CM-CUSTOMER-NAME.
           DISPLAY "CUSTOMER PO " SO-CUSTOMER-PO
               " REQUESTED SHIP " SO-REQUESTED-SHIP-DATE.

      *-------------------------------------------------------------
      * Every still-open line is offered in turn. LINES-STILL-OPEN
      * counts the lines that will have something left open after
      * this shipment - zero means the order ships complete.
      *-------------------------------------------------------------
       KEY-THE-SHIPPED-QUANTITIES.
           MOVE ZERO TO SHIP-COUNT.
           MOVE ZERO TO LINES-STILL-OPEN.
           MOVE ZERO TO SHIPMENT-AMOUNT.
           MOVE ZERO TO TAXABLE-SHIPMENT-AMOUNT.
           MOVE SO-ORDER-NUMBER TO SL-ORDER-NUMBER.
           MOVE ZERO TO SL-LINE-NUMBER.
           MOVE "N" TO LINES-EOF-SWITCH.
           START SALES-ORDER-LINE-FILE
               KEY NOT < SL-LINE-KEY
               INVALID KEY
                   MOVE "Y" TO LINES-EOF-SWITCH.
           PERFORM KEY-ONE-LINE
               UNTIL LINES-EOF-SWITCH = "Y".

       KEY-ONE-LINE.
           READ SALES-ORDER-LINE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LINES-EOF-SWITCH.
           IF LINES-EOF-SWITCH = "N"
               IF SL-ORDER-NUMBER NOT = SO-ORDER-NUMBER
                   MOVE "Y" TO LINES-EOF-SWITCH
               ELSE
               IF SL-IS-OPEN
                   PERFORM KEY-LINE-QUANTITY.

       KEY-LINE-QUANTITY.
           COMPUTE OPEN-QUANTITY =
               SL-QUANTITY-ORDERED - SL-QUANTITY-SHIPPED.
           DISPLAY " ".
           DISPLAY "LINE " SL-LINE-NUMBER " " SL-DESCRIPTION.
           DISPLAY "ORDERED " SL-QUANTITY-ORDERED
               "  SHIPPED SO FAR " SL-QUANTITY-SHIPPED
               "  OPEN " OPEN-QUANTITY.
           PERFORM ACCEPT-SHIP-QUANTITY.
           PERFORM RE-ACCEPT-SHIP-QUANTITY
               UNTIL SHIP-QUANTITY NOT > OPEN-QUANTITY.
           IF SHIP-QUANTITY < OPEN-QUANTITY
               ADD 1 TO LINES-STILL-OPEN.
           IF SHIP-QUANTITY > ZERO
               PERFORM HOLD-THE-SHIPPED-LINE.

      *-------------------------------------------------------------
      * The product's taxable flag, unit and list price are
      * taken as they stand on the day it ships.
      *-------------------------------------------------------------
       HOLD-THE-SHIPPED-LINE.
           ADD 1 TO SHIP-COUNT.
           MOVE SL-LINE-NUMBER TO SHP-LINE-NUMBER (SHIP-COUNT).
           MOVE SHIP-QUANTITY TO SHP-QUANTITY (SHIP-COUNT).
           MOVE SL-PRODUCT-CODE TO SHP-PRODUCT-CODE (SHIP-COUNT).
           MOVE SL-UNIT-PRICE TO SHP-UNIT-PRICE (SHIP-COUNT).
           MOVE SL-PRODUCT-CODE TO PR-PRODUCT-CODE.
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE SPACES TO PR-UNIT-OF-MEASURE
                   MOVE ZERO TO PR-LIST-PRICE
                   MOVE "Y" TO PR-TAXABLE.
           MOVE PR-UNIT-OF-MEASURE TO SHP-UNIT-OF-MEASURE (SHIP-COUNT).
           MOVE PR-LIST-PRICE TO SHP-LIST-PRICE (SHIP-COUNT).
           MOVE PR-TAXABLE TO SHP-TAXABLE (SHIP-COUNT).
           COMPUTE LINE-EXTENSION =
               SHIP-QUANTITY * SL-UNIT-PRICE.
           MOVE LINE-EXTENSION TO SHP-EXTENSION (SHIP-COUNT).
           ADD LINE-EXTENSION TO SHIPMENT-AMOUNT.
           IF PR-IS-TAXABLE
               ADD LINE-EXTENSION TO TAXABLE-SHIPMENT-AMOUNT.

       ACCEPT-SHIP-QUANTITY.
           DISPLAY "ENTER THE QUANTITY SHIPPED NOW (0 IF NONE)".
           ACCEPT SHIP-QUANTITY.

       RE-ACCEPT-SHIP-QUANTITY.
           DISPLAY "CANNOT SHIP MORE THAN THE OPEN QUANTITY".
           PERFORM ACCEPT-SHIP-QUANTITY.

       ASK-SHIP-ANSWER.
           DISPLAY "SHIPMENT AMOUNT " SHIPMENT-AMOUNT.
           DISPLAY "INVOICE THIS SHIPMENT (Y/N)?".
           ACCEPT SHIP-ANSWER.
           IF SHIP-ANSWER NOT = "Y"
               AND SHIP-ANSWER NOT = "N"
               DISPLAY "YOU MUST ENTER Y OR N"
               PERFORM ASK-SHIP-ANSWER.

      *****************************************************
      *                 RAISE THE INVOICE
      *****************************************************
      *-------------------------------------------------------------
      * The invoice is written first; only if it lands are the
      * order lines and header moved on, so an invoice number
      * already on file leaves the order exactly as it was.
      *-------------------------------------------------------------
       INVOICE-THE-SHIPMENT.
           COMPUTE INB-SHIPMENT-NUMBER = SO-SHIPMENT-COUNT + 1.
           MOVE SO-ORDER-NUMBER TO INB-ORDER-NUMBER.
           PERFORM BUILD-THE-INVOICE.
           PERFORM WRITE-TRANSACTION-RECORD.
           IF RECORD-FOUND = "N"
               MOVE 1 TO SHIP-SUB
               PERFORM SHIP-ONE-LINE
                   UNTIL SHIP-SUB > SHIP-COUNT
               MOVE 1 TO SHIP-SUB
               PERFORM WRITE-ONE-INVOICE-LINE
                   UNTIL SHIP-SUB > SHIP-COUNT
               PERFORM UPDATE-THE-ORDER-HEADER
               ADD 1 TO SHIPMENTS-CONFIRMED
               ADD ST-INVOICE-AMOUNT TO SESSION-INVOICE-TOTAL
               DISPLAY "INVOICE " ST-INVOICE-NUMBER " RAISED FOR "
                   ST-INVOICE-AMOUNT " PLUS TAX " ST-SALES-TAX.

       BUILD-THE-INVOICE.
           MOVE SO-CUSTOMER-NUMBER TO ST-CUSTOMER-NUMBER.
           MOVE INVOICE-NUMBER-BUILD TO ST-INVOICE-NUMBER.
           MOVE TODAY-DATE TO ST-INVOICE-DATE.
           MOVE SHIPMENT-AMOUNT TO ST-INVOICE-AMOUNT.
           MOVE "N" TO ST-POSTED-FLAG.
           MOVE "I" TO ST-TRANSACTION-TYPE.
           MOVE SPACES TO ST-REASON-CODE.
           MOVE SPACES TO ST-ORIGINAL-INVOICE.
           MOVE SO-TAXABLE TO ST-TAXABLE.
           MOVE SO-TAX-JURISDICTION TO ST-TAX-JURISDICTION.
           MOVE ZERO TO ST-SALES-TAX.
           IF TAXABLE-SHIPMENT-AMOUNT = ZERO
               MOVE "N" TO ST-TAXABLE.
           IF ST-IS-TAXABLE
               PERFORM COMPUTE-THE-TAX.
           MOVE "O" TO ST-OPEN-STATUS.
           MOVE ZEROES TO ST-PAID-AMOUNT.
           MOVE ZEROES TO ST-LAST-PAID-DATE.
           MOVE SPACE TO ST-GL-EXPORTED.
           MOVE ZEROES TO ST-GL-BATCH.
           MOVE SPACE TO ST-DOCUMENT-STATUS.
           MOVE ZEROES TO ST-DOCUMENT-DATE.
           MOVE SPACE TO ST-TAX-EXEMPTION.
           MOVE SPACES TO ST-EXEMPT-CERTIFICATE.

       COMPUTE-THE-TAX.
           MOVE ST-TAX-JURISDICTION TO STATE-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ STATE-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
               DISPLAY "JURISDICTION " ST-TAX-JURISDICTION
                   " NOT ON THE STATE FILE - INVOICE RAISED UNTAXED"
           ELSE
               COMPUTE ST-SALES-TAX ROUNDED =
                   TAXABLE-SHIPMENT-AMOUNT * STATE-SALES-TAX-RATE.

       SHIP-ONE-LINE.
           MOVE SO-ORDER-NUMBER TO SL-ORDER-NUMBER.
           MOVE SHP-LINE-NUMBER (SHIP-SUB) TO SL-LINE-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ SALES-ORDER-LINE-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
               ADD SHP-QUANTITY (SHIP-SUB) TO SL-QUANTITY-SHIPPED
               MOVE ST-INVOICE-NUMBER TO SL-LAST-INVOICE
               IF SL-QUANTITY-SHIPPED NOT < SL-QUANTITY-ORDERED
                   MOVE "S" TO SL-LINE-STATUS.
           IF RECORD-FOUND = "Y"
               REWRITE SALES-ORDER-LINE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING ORDER LINE".
           ADD 1 TO SHIP-SUB.

       WRITE-ONE-INVOICE-LINE.
           MOVE ST-CUSTOMER-NUMBER TO TL-CUSTOMER-NUMBER.
           MOVE ST-INVOICE-NUMBER TO TL-INVOICE-NUMBER.
           MOVE SHIP-SUB TO TL-LINE-NUMBER.
           MOVE ST-INVOICE-DATE TO TL-INVOICE-DATE.
           MOVE SHP-PRODUCT-CODE (SHIP-SUB) TO TL-PRODUCT-CODE.
           MOVE SHP-UNIT-OF-MEASURE (SHIP-SUB) TO TL-UNIT-OF-MEASURE.
           MOVE SHP-QUANTITY (SHIP-SUB) TO TL-QUANTITY.
           MOVE SHP-LIST-PRICE (SHIP-SUB) TO TL-LIST-PRICE.
           MOVE SHP-UNIT-PRICE (SHIP-SUB) TO TL-UNIT-PRICE.
           MOVE SHP-EXTENSION (SHIP-SUB) TO TL-EXTENSION.
           MOVE SHP-TAXABLE (SHIP-SUB) TO TL-TAXABLE.
           WRITE SALES-TRANSACTION-LINE-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING INVOICE LINE " TL-LINE-KEY.
           ADD 1 TO SHIP-SUB.

       UPDATE-THE-ORDER-HEADER.
           MOVE INB-SHIPMENT-NUMBER TO SO-SHIPMENT-COUNT.
           IF LINES-STILL-OPEN = ZERO
               MOVE "S" TO SO-STATUS
               DISPLAY "ORDER " SO-ORDER-NUMBER " IS SHIPPED COMPLETE".
           REWRITE SALES-ORDER-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING ORDER RECORD".

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-ORDER-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ SALES-ORDER-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

      *-------------------------------------------------------------
      * RECORD-FOUND doubles as the duplicate flag on the write -
      * "Y" after the write means the invoice number was already
      * on file for the customer and nothing was added.
      *-------------------------------------------------------------
       WRITE-TRANSACTION-RECORD.
           MOVE "N" TO RECORD-FOUND.
           WRITE SALES-TRANSACTION-RECORD
               INVALID KEY
                   MOVE "Y" TO RECORD-FOUND
                   DISPLAY "INVOICE " ST-INVOICE-NUMBER
                       " ALREADY ON FILE FOR CUSTOMER "
                       ST-CUSTOMER-NUMBER " - SHIPMENT NOT INVOICED".
