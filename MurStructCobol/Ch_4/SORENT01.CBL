      * Sales order entry
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORENT01.
      *------------------------------------------
      * Keys phone and fax orders onto the Sales Order File - a
      * header (customer, requested ship date, customer PO, tax)
      * and up to 20 lines (product, quantity, unit price, and a
      * line's own ship date where it differs) - so the
      * order is on file from the day it's taken instead of on
      * paper until the goods ship. The order runs the same
      * credit check STXENT01 runs on an invoice: a held
      * customer needs a supervisor on the spot, and an order
      * that pushes open exposure past CM-CREDIT-LIMIT gets the
      * warning. Order numbers come off the one-record
      * SORDNO.DAT control file. An open order can also be
      * cancelled here - its open lines go with it, and
      * whatever already shipped stays shipped. Each line's
      * price is offered from the customer's price list on the
      * order date (PLPRC01) and can be keyed over.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLSORD01.CBL".

           COPY "SLSOLN01.CBL".

           COPY "SLSTRX01.CBL".

           COPY "SLCUST01.CBL".

           COPY "SLSTATE.CBL".

           COPY "SLPROD01.CBL".

           COPY "SLCPRC01.CBL".

           SELECT OPTIONAL ORDER-NUMBER-FILE ASSIGN TO
               "C:\gnuCobol\COBOL\DATA\SORDNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDSORD01.CBL".

           COPY "FDSOLN01.CBL".

           COPY "FDSTRX01.CBL".

           COPY "FDCUST01.CBL".

           COPY "FDSTATE.CBL".

           COPY "FDPROD01.CBL".

           COPY "FDCPRC01.CBL".

       FD  ORDER-NUMBER-FILE.
       01  ORDER-NUMBER-RECORD.
           05  ON-LAST-ORDER-NUMBER    PIC 9(6).

       WORKING-STORAGE SECTION.
       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 2.

       77  RECORD-FOUND                PIC X.
       77  TODAY-DATE                  PIC 9(8).
       77  ORDERS-TAKEN                PIC 9(5) VALUE ZERO.
       77  ORDERS-REFUSED              PIC 9(5) VALUE ZERO.
       77  ORDERS-CANCELLED            PIC 9(5) VALUE ZERO.
       77  SESSION-ORDER-TOTAL         PIC S9(9)V99 VALUE ZERO.
       77  CONTROL-EOF-SWITCH          PIC X.

      *-------------------------------------------------------------
      * Credit checking, as in STXENT01. Open exposure is the sum
      * of the customer's open items; the order's total is what
      * gets added to it.
      *-------------------------------------------------------------
       77  CREDIT-REFUSED              PIC X.
       77  OPEN-EXPOSURE               PIC S9(7)V99.
       77  ITEM-OPEN-AMOUNT            PIC S9(5)V99.
       77  EXPOSURE-EOF-SWITCH         PIC X.
       77  SUPERVISOR-ANSWER           PIC X.

      *-------------------------------------------------------------
      * The order's lines are held here until the whole order is
      * keyed and through the credit check, so a refused order
      * leaves nothing behind on file.
      *-------------------------------------------------------------
       77  LINES-KEYED                 PIC 99.
       77  LINE-SUB                    PIC 99.
       77  LINES-DONE                  PIC X.
       77  PRICE-ENTRY                 PIC 9(5)V99.
       77  LINE-EXTENSION              PIC S9(7)V99.
       01  ORDER-LINE-TABLE.
           05  ORDER-LINE OCCURS 20 TIMES.
               10  OL-PRODUCT-CODE     PIC X(10).
               10  OL-DESCRIPTION      PIC X(30).
               10  OL-QUANTITY         PIC 9(5).
               10  OL-UNIT-PRICE       PIC 9(5)V99.
               10  OL-SHIP-DATE        PIC 9(8).

       77  CANCEL-ORDER-NUMBER         PIC 9(6).
       77  CANCEL-ANSWER               PIC X.
       77  LINES-EOF-SWITCH            PIC X.

           COPY "WSPRC01.CBL".

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
           OPEN INPUT SALES-TRANSACTION-FILE.
           OPEN INPUT CUSTMAST.
           OPEN INPUT STATE-FILE.
           OPEN INPUT PRODUCT-FILE.
           OPEN INPUT CUSTOMER-PRICE-FILE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE SALES-ORDER-FILE.
           CLOSE SALES-ORDER-LINE-FILE.
           CLOSE SALES-TRANSACTION-FILE.
           CLOSE CUSTMAST.
           CLOSE STATE-FILE.
           CLOSE PRODUCT-FILE.
           CLOSE CUSTOMER-PRICE-FILE.
           DISPLAY " ".
           DISPLAY "------- SALES ORDER SESSION TOTALS -------".
           DISPLAY "ORDERS TAKEN:     " ORDERS-TAKEN.
           DISPLAY "ORDERS REFUSED:   " ORDERS-REFUSED.
           DISPLAY "ORDERS CANCELLED: " ORDERS-CANCELLED.
           DISPLAY "AMOUNT TAKEN:     " SESSION-ORDER-TOTAL.
           DISPLAY "------------------------------------------".

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM DO-THE-PICK
               UNTIL MENU-PICK = 0.

       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           DISPLAY " ".
           DISPLAY "1. ENTER SALES ORDERS".
           DISPLAY "2. CANCEL A SALES ORDER".
           DISPLAY "0. EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-2)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION  - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       DO-THE-PICK.
           IF MENU-PICK = 1
               PERFORM ORDER-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM CANCEL-MODE.
           IF MENU-PICK NOT = 0
               PERFORM GET-MENU-PICK.

      *****************************************************
      *                 ORDER ENTRY
      *****************************************************
       ORDER-MODE.
           PERFORM ENTER-ORDER-CUSTOMER.
           PERFORM TAKE-ORDERS
               UNTIL SO-CUSTOMER-NUMBER = 99999.

       TAKE-ORDERS.
           PERFORM ENTER-ORDER-HEADER.
           PERFORM ENTER-ORDER-LINES.
           IF LINES-KEYED = ZERO
               DISPLAY "NO LINES KEYED - ORDER NOT TAKEN"
           ELSE
               PERFORM CHECK-THE-CREDIT
               IF CREDIT-REFUSED = "Y"
                   DISPLAY "ORDER NOT TAKEN"
                   ADD 1 TO ORDERS-REFUSED
               ELSE
                   PERFORM WRITE-THE-ORDER.
           PERFORM ENTER-ORDER-CUSTOMER.

       ENTER-ORDER-CUSTOMER.
           PERFORM ACCEPT-ORDER-CUSTOMER.
           PERFORM RE-ACCEPT-ORDER-CUSTOMER
               UNTIL RECORD-FOUND = "Y"
                   OR SO-CUSTOMER-NUMBER = 99999.

       ACCEPT-ORDER-CUSTOMER.
           DISPLAY " ".
           DISPLAY "ENTER THE CUSTOMER NUMBER (5 DIGITS)".
           DISPLAY "ENTER 99999 TO STOP ENTRY".
           ACCEPT SO-CUSTOMER-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           IF SO-CUSTOMER-NUMBER NOT = 99999
               MOVE SO-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               PERFORM READ-CUSTOMER-RECORD.

       RE-ACCEPT-ORDER-CUSTOMER.
           DISPLAY "CUSTOMER NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-ORDER-CUSTOMER.

       ENTER-ORDER-HEADER.
           DISPLAY "ORDER FOR " CM-CUSTOMER-NAME.
           PERFORM ENTER-REQUESTED-SHIP-DATE.
           PERFORM ENTER-CUSTOMER-PO.
           PERFORM ENTER-ORDER-TAX.
           MOVE "N" TO SO-CREDIT-OVERRIDE.

      *-------------------------------------------------------------
      * An order can't be wanted before the day it's taken.
      *-------------------------------------------------------------
       ENTER-REQUESTED-SHIP-DATE.
           PERFORM ACCEPT-REQUESTED-SHIP-DATE.
           PERFORM RE-ACCEPT-REQUESTED-SHIP-DATE
               UNTIL SO-REQUESTED-SHIP-DATE NOT < TODAY-DATE.

       ACCEPT-REQUESTED-SHIP-DATE.
           DISPLAY "ENTER THE REQUESTED SHIP DATE (CCYYMMDD)".
           ACCEPT SO-REQUESTED-SHIP-DATE.

       RE-ACCEPT-REQUESTED-SHIP-DATE.
           DISPLAY "THE SHIP DATE CANNOT BE BEFORE TODAY".
           PERFORM ACCEPT-REQUESTED-SHIP-DATE.

       ENTER-CUSTOMER-PO.
           DISPLAY "ENTER THE CUSTOMER'S PO NUMBER (UP TO 15".
           DISPLAY "CHARACTERS), OR PRESS ENTER IF NONE".
           ACCEPT SO-CUSTOMER-PO.

      *-------------------------------------------------------------
      * Taxability and jurisdiction are taken once for the order;
      * SORSHP01 computes each shipment's tax from them at the
      * STATE-FILE rate in force when it ships.
      *-------------------------------------------------------------
       ENTER-ORDER-TAX.
           MOVE SPACES TO SO-TAX-JURISDICTION.
           PERFORM ACCEPT-TAXABLE.
           PERFORM RE-ACCEPT-TAXABLE
               UNTIL SO-TAXABLE = "Y" OR "N".
           IF SO-IS-TAXABLE
               PERFORM ENTER-TAX-JURISDICTION.

       ACCEPT-TAXABLE.
           DISPLAY "IS THIS ORDER TAXABLE (Y/N)?".
           ACCEPT SO-TAXABLE.

       RE-ACCEPT-TAXABLE.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-TAXABLE.

       ENTER-TAX-JURISDICTION.
           PERFORM ACCEPT-TAX-JURISDICTION.
           PERFORM RE-ACCEPT-TAX-JURISDICTION
               UNTIL RECORD-FOUND = "Y".

       ACCEPT-TAX-JURISDICTION.
           DISPLAY "ENTER THE CUSTOMER'S TAX JURISDICTION (2".
           DISPLAY "CHARACTER STATE CODE)".
           ACCEPT SO-TAX-JURISDICTION.
           MOVE SO-TAX-JURISDICTION TO STATE-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ STATE-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       RE-ACCEPT-TAX-JURISDICTION.
           DISPLAY "JURISDICTION NOT ON THE STATE FILE".
           PERFORM ACCEPT-TAX-JURISDICTION.

      *-------------------------------------------------------------
      * Lines are keyed until a blank product code or the table
      * is full; the order total is the sum of the extensions.
      * Only an active product can be ordered.
      *-------------------------------------------------------------
       ENTER-ORDER-LINES.
           MOVE ZERO TO LINES-KEYED.
           MOVE ZERO TO SO-ORDER-AMOUNT.
           MOVE "N" TO LINES-DONE.
           PERFORM ENTER-ONE-LINE
               UNTIL LINES-DONE = "Y".
           DISPLAY "ORDER TOTAL " SO-ORDER-AMOUNT.

       ENTER-ONE-LINE.
           COMPUTE LINE-SUB = LINES-KEYED + 1.
           PERFORM ENTER-LINE-PRODUCT.
           IF LINES-DONE = "N"
               PERFORM KEY-LINE-DETAIL.
           IF LINES-KEYED = 20
               DISPLAY "20 LINES IS THE MOST ONE ORDER CAN HOLD"
               MOVE "Y" TO LINES-DONE.

       ENTER-LINE-PRODUCT.
           PERFORM ACCEPT-LINE-PRODUCT.
           PERFORM RE-ACCEPT-LINE-PRODUCT
               UNTIL RECORD-FOUND = "Y"
                   OR LINES-DONE = "Y".

       ACCEPT-LINE-PRODUCT.
           DISPLAY " ".
           DISPLAY "LINE " LINE-SUB " - ENTER THE PRODUCT CODE,".
           DISPLAY "OR PRESS ENTER TO END THE ORDER".
           ACCEPT PR-PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           IF PR-PRODUCT-CODE = SPACES
               MOVE "Y" TO LINES-DONE
           ELSE
               PERFORM READ-PRODUCT-RECORD
               IF RECORD-FOUND = "Y"
                   AND NOT PRODUCT-IS-ACTIVE
                   DISPLAY "THAT PRODUCT IS DISCONTINUED"
                   MOVE "N" TO RECORD-FOUND.

       RE-ACCEPT-LINE-PRODUCT.
           DISPLAY "NO PRODUCT TO SELL BY THAT CODE - PLEASE RE-ENTER".
           PERFORM ACCEPT-LINE-PRODUCT.

       KEY-LINE-DETAIL.
           ADD 1 TO LINES-KEYED.
           DISPLAY PR-DESCRIPTION " PER " PR-UNIT-OF-MEASURE.
           MOVE PR-PRODUCT-CODE TO OL-PRODUCT-CODE (LINE-SUB).
           MOVE PR-DESCRIPTION TO OL-DESCRIPTION (LINE-SUB).
           PERFORM ENTER-LINE-QUANTITY.
           PERFORM ENTER-LINE-PRICE.
           PERFORM ENTER-LINE-SHIP-DATE.
           COMPUTE LINE-EXTENSION =
               OL-QUANTITY (LINE-SUB) * OL-UNIT-PRICE (LINE-SUB).
           ADD LINE-EXTENSION TO SO-ORDER-AMOUNT.
           DISPLAY "LINE AMOUNT " LINE-EXTENSION.

       ENTER-LINE-QUANTITY.
           PERFORM ACCEPT-LINE-QUANTITY.
           PERFORM RE-ACCEPT-LINE-QUANTITY
               UNTIL OL-QUANTITY (LINE-SUB) > ZERO.

       ACCEPT-LINE-QUANTITY.
           DISPLAY "ENTER THE QUANTITY ORDERED".
           ACCEPT OL-QUANTITY (LINE-SUB).

       RE-ACCEPT-LINE-QUANTITY.
           DISPLAY "THE QUANTITY MUST BE GREATER THAN ZERO".
           PERFORM ACCEPT-LINE-QUANTITY.

      *-------------------------------------------------------------
      * The customer's price on the day the order is taken is
      * offered; the operator takes it with a zero or keys over
      * it.
      *-------------------------------------------------------------
       ENTER-LINE-PRICE.
           MOVE SO-CUSTOMER-NUMBER TO PRC-CUSTOMER-NUMBER.
           MOVE PR-PRODUCT-CODE TO PRC-PRODUCT-CODE.
           MOVE TODAY-DATE TO PRC-PRICE-DATE.
           PERFORM LOOK-UP-CUSTOMER-PRICE.
           DISPLAY "PRICE " PRC-UNIT-PRICE " (" PRC-PRICE-SOURCE
               ") - ENTER A DIFFERENT PRICE, OR 0 TO TAKE IT".
           ACCEPT PRICE-ENTRY.
           IF PRICE-ENTRY = ZERO
               MOVE PRC-UNIT-PRICE TO OL-UNIT-PRICE (LINE-SUB)
           ELSE
               MOVE PRICE-ENTRY TO OL-UNIT-PRICE (LINE-SUB).

       ENTER-LINE-SHIP-DATE.
           PERFORM ACCEPT-LINE-SHIP-DATE.
           PERFORM RE-ACCEPT-LINE-SHIP-DATE
               UNTIL OL-SHIP-DATE (LINE-SUB) NOT < TODAY-DATE.

       ACCEPT-LINE-SHIP-DATE.
           DISPLAY "ENTER THIS LINE'S SHIP DATE (CCYYMMDD), OR".
           DISPLAY "PRESS ENTER FOR THE ORDER'S "
               SO-REQUESTED-SHIP-DATE.
           ACCEPT OL-SHIP-DATE (LINE-SUB).
           IF OL-SHIP-DATE (LINE-SUB) = ZERO
               MOVE SO-REQUESTED-SHIP-DATE TO OL-SHIP-DATE (LINE-SUB).

       RE-ACCEPT-LINE-SHIP-DATE.
           DISPLAY "THE SHIP DATE CANNOT BE BEFORE TODAY".
           PERFORM ACCEPT-LINE-SHIP-DATE.

      *-------------------------------------------------------------
      * The same check STXENT01 runs on an invoice, with the
      * order's total standing in for the invoice amount. A held
      * customer blocks outright unless a supervisor overrides
      * (and the override is kept on the order); anyone else
      * just gets the warning when the order pushes open
      * exposure past the limit; a zero limit checks nothing.
      *-------------------------------------------------------------
       CHECK-THE-CREDIT.
           MOVE "N" TO CREDIT-REFUSED.
           IF CREDIT-IS-HELD
               PERFORM BLOCK-HELD-CUSTOMER
           ELSE
           IF CM-CREDIT-LIMIT NOT = ZERO
               PERFORM WARN-IF-OVER-LIMIT.

       BLOCK-HELD-CUSTOMER.
           DISPLAY "** CUSTOMER " CM-CUSTOMER-NUMBER
               " IS ON CREDIT HOLD **".
           PERFORM ASK-SUPERVISOR-OVERRIDE.
           IF SUPERVISOR-ANSWER NOT = "Y"
               MOVE "Y" TO CREDIT-REFUSED
           ELSE
               MOVE "Y" TO SO-CREDIT-OVERRIDE.

       ASK-SUPERVISOR-OVERRIDE.
           DISPLAY "SUPERVISOR OVERRIDE (Y/N)?".
           ACCEPT SUPERVISOR-ANSWER.
           IF SUPERVISOR-ANSWER NOT = "Y"
               AND SUPERVISOR-ANSWER NOT = "N"
               PERFORM ASK-SUPERVISOR-OVERRIDE.

       WARN-IF-OVER-LIMIT.
           PERFORM TOTAL-OPEN-EXPOSURE.
           IF OPEN-EXPOSURE + SO-ORDER-AMOUNT > CM-CREDIT-LIMIT
               DISPLAY "** CREDIT WARNING - OPEN " OPEN-EXPOSURE
                   " PLUS THIS " SO-ORDER-AMOUNT
                   " EXCEEDS THE LIMIT OF " CM-CREDIT-LIMIT " **".

       TOTAL-OPEN-EXPOSURE.
           MOVE ZERO TO OPEN-EXPOSURE.
           MOVE CM-CUSTOMER-NUMBER TO ST-CUSTOMER-NUMBER.
           MOVE SPACES TO ST-INVOICE-NUMBER.
           MOVE "N" TO EXPOSURE-EOF-SWITCH.
           START SALES-TRANSACTION-FILE
               KEY NOT < ST-TRANSACTION-KEY
               INVALID KEY
                   MOVE "Y" TO EXPOSURE-EOF-SWITCH.
           PERFORM SUM-ONE-OPEN-ITEM
               UNTIL EXPOSURE-EOF-SWITCH = "Y".

       SUM-ONE-OPEN-ITEM.
           READ SALES-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EXPOSURE-EOF-SWITCH.
           IF EXPOSURE-EOF-SWITCH = "N"
               IF ST-CUSTOMER-NUMBER NOT = CM-CUSTOMER-NUMBER
                   MOVE "Y" TO EXPOSURE-EOF-SWITCH
               ELSE
               IF ST-IS-OPEN
                   COMPUTE ITEM-OPEN-AMOUNT =
                       ST-INVOICE-AMOUNT + ST-SALES-TAX
                           - ST-PAID-AMOUNT
                   ADD ITEM-OPEN-AMOUNT TO OPEN-EXPOSURE.

      *-------------------------------------------------------------
      * The number is taken (and the control record advanced)
      * only once the order is through, so a refused order uses
      * no number.
      *-------------------------------------------------------------
       WRITE-THE-ORDER.
           PERFORM TAKE-NEXT-ORDER-NUMBER.
           MOVE TODAY-DATE TO SO-ORDER-DATE.
           MOVE "O" TO SO-STATUS.
           MOVE ZERO TO SO-SHIPMENT-COUNT.
           PERFORM WRITE-ORDER-RECORD.
           PERFORM SAVE-THE-ORDER-NUMBER.
           IF RECORD-FOUND = "N"
               MOVE 1 TO LINE-SUB
               PERFORM WRITE-ONE-ORDER-LINE
                   UNTIL LINE-SUB > LINES-KEYED
               ADD 1 TO ORDERS-TAKEN
               ADD SO-ORDER-AMOUNT TO SESSION-ORDER-TOTAL
               DISPLAY "ORDER " SO-ORDER-NUMBER " TAKEN".

       WRITE-ONE-ORDER-LINE.
           MOVE SO-ORDER-NUMBER TO SL-ORDER-NUMBER.
           MOVE LINE-SUB TO SL-LINE-NUMBER.
           MOVE OL-DESCRIPTION (LINE-SUB) TO SL-DESCRIPTION.
           MOVE OL-QUANTITY (LINE-SUB) TO SL-QUANTITY-ORDERED.
           MOVE ZERO TO SL-QUANTITY-SHIPPED.
           MOVE OL-UNIT-PRICE (LINE-SUB) TO SL-UNIT-PRICE.
           MOVE OL-SHIP-DATE (LINE-SUB) TO SL-REQUESTED-SHIP-DATE.
           MOVE "O" TO SL-LINE-STATUS.
           MOVE SPACES TO SL-LAST-INVOICE.
           MOVE OL-PRODUCT-CODE (LINE-SUB) TO SL-PRODUCT-CODE.
           WRITE SALES-ORDER-LINE-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING ORDER LINE " SL-LINE-KEY.
           ADD 1 TO LINE-SUB.

      *-------------------------------------------------------------
      * One record, the last order number issued - missing or
      * empty means no order has ever been taken and numbering
      * starts at 1.
      *-------------------------------------------------------------
       TAKE-NEXT-ORDER-NUMBER.
           MOVE ZERO TO ON-LAST-ORDER-NUMBER.
           MOVE "N" TO CONTROL-EOF-SWITCH.
           OPEN INPUT ORDER-NUMBER-FILE.
           READ ORDER-NUMBER-FILE
               AT END
                   MOVE "Y" TO CONTROL-EOF-SWITCH.
           CLOSE ORDER-NUMBER-FILE.
           COMPUTE SO-ORDER-NUMBER = ON-LAST-ORDER-NUMBER + 1.

       SAVE-THE-ORDER-NUMBER.
           OPEN OUTPUT ORDER-NUMBER-FILE.
           MOVE SO-ORDER-NUMBER TO ON-LAST-ORDER-NUMBER.
           WRITE ORDER-NUMBER-RECORD.
           CLOSE ORDER-NUMBER-FILE.

      *****************************************************
      *                 CANCEL AN ORDER
      *****************************************************
       CANCEL-MODE.
           PERFORM ENTER-CANCEL-ORDER.
           PERFORM CANCEL-ORDERS
               UNTIL CANCEL-ORDER-NUMBER = ZERO.

       CANCEL-ORDERS.
           DISPLAY "ORDER " SO-ORDER-NUMBER " CUSTOMER "
               SO-CUSTOMER-NUMBER " AMOUNT " SO-ORDER-AMOUNT.
           PERFORM ASK-CANCEL-ANSWER.
           IF CANCEL-ANSWER = "Y"
               PERFORM CANCEL-THE-ORDER.
           PERFORM ENTER-CANCEL-ORDER.

       ENTER-CANCEL-ORDER.
           PERFORM ACCEPT-CANCEL-ORDER.
           PERFORM RE-ACCEPT-CANCEL-ORDER
               UNTIL RECORD-FOUND = "Y"
                   OR CANCEL-ORDER-NUMBER = ZERO.

       ACCEPT-CANCEL-ORDER.
           DISPLAY " ".
           DISPLAY "ENTER THE ORDER NUMBER TO CANCEL".
           DISPLAY "ENTER 0 TO STOP".
           ACCEPT CANCEL-ORDER-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           IF CANCEL-ORDER-NUMBER NOT = ZERO
               MOVE CANCEL-ORDER-NUMBER TO SO-ORDER-NUMBER
               PERFORM READ-ORDER-RECORD
               IF RECORD-FOUND = "Y"
                   AND NOT SO-IS-OPEN
                   DISPLAY "THAT ORDER IS NO LONGER OPEN"
                   MOVE "N" TO RECORD-FOUND.

       RE-ACCEPT-CANCEL-ORDER.
           DISPLAY "NO OPEN ORDER BY THAT NUMBER - PLEASE RE-ENTER".
           PERFORM ACCEPT-CANCEL-ORDER.

       ASK-CANCEL-ANSWER.
           DISPLAY "CANCEL THIS ORDER (Y/N)?".
           ACCEPT CANCEL-ANSWER.
           IF CANCEL-ANSWER NOT = "Y"
               AND CANCEL-ANSWER NOT = "N"
               DISPLAY "YOU MUST ENTER Y OR N"
               PERFORM ASK-CANCEL-ANSWER.

       CANCEL-THE-ORDER.
           MOVE "X" TO SO-STATUS.
           REWRITE SALES-ORDER-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING ORDER RECORD".
           MOVE SO-ORDER-NUMBER TO SL-ORDER-NUMBER.
           MOVE ZERO TO SL-LINE-NUMBER.
           MOVE "N" TO LINES-EOF-SWITCH.
           START SALES-ORDER-LINE-FILE
               KEY NOT < SL-LINE-KEY
               INVALID KEY
                   MOVE "Y" TO LINES-EOF-SWITCH.
           PERFORM CANCEL-ONE-LINE
               UNTIL LINES-EOF-SWITCH = "Y".
           ADD 1 TO ORDERS-CANCELLED.
           DISPLAY "ORDER " SO-ORDER-NUMBER " CANCELLED".

       CANCEL-ONE-LINE.
           READ SALES-ORDER-LINE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LINES-EOF-SWITCH.
           IF LINES-EOF-SWITCH = "N"
               IF SL-ORDER-NUMBER NOT = SO-ORDER-NUMBER
                   MOVE "Y" TO LINES-EOF-SWITCH
               ELSE
               IF SL-IS-OPEN
                   MOVE "X" TO SL-LINE-STATUS
                   REWRITE SALES-ORDER-LINE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR REWRITING ORDER LINE".

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-CUSTOMER-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTMAST
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       READ-ORDER-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ SALES-ORDER-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       READ-PRODUCT-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

      *-------------------------------------------------------------
      * RECORD-FOUND doubles as the duplicate flag on the write -
      * "Y" after the write means the order number was already
      * on file (the control record is behind the file) and
      * nothing was added.
      *-------------------------------------------------------------
       WRITE-ORDER-RECORD.
           MOVE "N" TO RECORD-FOUND.
           WRITE SALES-ORDER-RECORD
               INVALID KEY
                   MOVE "Y" TO RECORD-FOUND
                   ADD 1 TO ORDERS-REFUSED
                   DISPLAY "ORDER NUMBER " SO-ORDER-NUMBER
                       " ALREADY ON FILE - ORDER NOT TAKEN, KEY IT"
                       " AGAIN".

           COPY "PLPRC01.CBL".
