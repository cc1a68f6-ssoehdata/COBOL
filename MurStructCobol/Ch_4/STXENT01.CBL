      * invoice per line from SALESTRX.TXT in the data
      * directory: customer (5), invoice (8), date CCYYMMDD
      * (8), amount 9(5)V99 (7).
      * An invoice or credit memo is keyed as product lines -
      * product, quantity, and a price defaulted from the
      * customer's price list (PLPRC01) - written to the Sales
      * Transaction Line File behind the invoice. The invoice
      * amount is the total of the lines and the sales tax is
      * figured on the taxable products' lines only. An
      * adjustment moves dollars, not goods, and is still keyed
      * as a single amount.
      * An invoice with taxable goods on it goes out untaxed
      * only on the customer's exemption certificate in force
      * for the jurisdiction on the invoice date (PLCEX01), or
      * on a supervisor's override when there is none; a credit
      * memo follows the invoice it offsets.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "SLSTATE.CBL".

           COPY "SLSTLN01.CBL".

           COPY "SLPROD01.CBL".

           COPY "SLCPRC01.CBL".

           COPY "SLCEX01.CBL".

           SELECT TRANSACTION-IMPORT-FILE ASSIGN TO
               "C:\gnuCobol\COBOL\DATA\SALESTRX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "FDSTATE.CBL".

           COPY "FDSTLN01.CBL".

           COPY "FDPROD01.CBL".

           COPY "FDCPRC01.CBL".

           COPY "FDCEX01.CBL".

       FD  TRANSACTION-IMPORT-FILE.
       01  TRANSACTION-IMPORT-RECORD.
           05  TI-CUSTOMER-NUMBER      PIC 9(5).
       77  SUPERVISOR-ANSWER           PIC X.
       77  ORIGINAL-FOUND              PIC X.
       77  AMOUNT-SIGN-OK              PIC X.
       77  EXEMPT-ANSWER               PIC X.
      * The tax treatment of the invoice a credit memo offsets,
      * taken while the original is in the record area.
       77  ORIGINAL-TAXABLE            PIC X.
       77  ORIGINAL-EXEMPTION          PIC X.
       77  ORIGINAL-CERTIFICATE        PIC X(15).
      * Sized past the transaction record with room to grow - a
      * park-and-restore must never truncate the tail.
       01  SAVED-TRANSACTION-RECORD    PIC X(120).

      *-------------------------------------------------------------
      * Invoice lines are held here until the invoice is keyed,
      * totalled and through the credit check; they are written
      * only once the invoice itself is on file.
      *-------------------------------------------------------------
       77  INVOICE-REFUSED             PIC X.
       77  LINES-KEYED                 PIC 99.
       77  LINE-SUB                    PIC 99.
       77  LINES-DONE                  PIC X.
       77  PRICE-ENTRY                 PIC 9(5)V99.
       77  LINES-TOTAL                 PIC S9(7)V99.
       77  TAXABLE-LINES-TOTAL         PIC S9(7)V99.
       01  INVOICE-LINE-TABLE.
           05  INVOICE-LINE OCCURS 30 TIMES.
               10  IL-PRODUCT-CODE     PIC X(10).
               10  IL-UNIT-OF-MEASURE  PIC X(4).
               10  IL-QUANTITY         PIC S9(5).
               10  IL-LIST-PRICE       PIC 9(5)V99.
               10  IL-UNIT-PRICE       PIC 9(5)V99.
               10  IL-EXTENSION        PIC S9(7)V99.
               10  IL-TAXABLE          PIC X.

           COPY "WSPRC01.CBL".

           COPY "WSCEX01.CBL".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           OPEN I-O SALES-TRANSACTION-FILE.
           OPEN INPUT CUSTMAST.
           OPEN INPUT STATE-FILE.
           OPEN I-O SALES-TRANSACTION-LINE-FILE.
           OPEN INPUT PRODUCT-FILE.
           OPEN INPUT CUSTOMER-PRICE-FILE.
           OPEN INPUT EXEMPT-CERTIFICATE-FILE.

       CLOSING-PROCEDURE.
           CLOSE SALES-TRANSACTION-FILE.
           CLOSE CUSTMAST.
           CLOSE STATE-FILE.
           CLOSE SALES-TRANSACTION-LINE-FILE.
           CLOSE PRODUCT-FILE.
           CLOSE CUSTOMER-PRICE-FILE.
           CLOSE EXEMPT-CERTIFICATE-FILE.
           DISPLAY " ".
           DISPLAY "----- SALES TRANSACTION SESSION TOTALS -----".
           DISPLAY "KEYED:    " TRANSACTIONS-KEYED.
               UNTIL ST-CUSTOMER-NUMBER = 99999.

       KEY-TRANSACTIONS.
           MOVE "N" TO CREDIT-REFUSED.
           PERFORM ENTER-REMAINING-FIELDS.
           IF INVOICE-REFUSED = "N"
               PERFORM CHECK-THE-CREDIT.
           IF INVOICE-REFUSED = "Y" OR CREDIT-REFUSED = "Y"
               DISPLAY "INVOICE NOT WRITTEN"
               ADD 1 TO TRANSACTIONS-REJECTED
           ELSE
               PERFORM WRITE-TRANSACTION-RECORD
               IF RECORD-FOUND = "N"
                   PERFORM WRITE-INVOICE-LINES
                   ADD 1 TO TRANSACTIONS-KEYED
                   ADD ST-INVOICE-AMOUNT TO SESSION-AMOUNT-TOTAL.
           PERFORM ENTER-TRANSACTION-CUSTOMER.
           PERFORM ACCEPT-TRANSACTION-CUSTOMER.

       ENTER-REMAINING-FIELDS.
           MOVE "N" TO INVOICE-REFUSED.
           MOVE ZERO TO LINES-KEYED.
           PERFORM ENTER-TRANSACTION-TYPE.
           PERFORM ENTER-INVOICE-NUMBER.
           PERFORM ENTER-INVOICE-DATE.
           IF ST-TRANSACTION-TYPE = "A"
               PERFORM ENTER-INVOICE-AMOUNT
               PERFORM ENTER-SALES-TAX
           ELSE
               PERFORM ENTER-INVOICE-LINES
               PERFORM TOTAL-THE-LINES
               IF INVOICE-REFUSED = "N"
                   PERFORM ENTER-LINE-SALES-TAX.
           MOVE "N" TO ST-POSTED-FLAG.
           PERFORM INIT-OPEN-ITEM-FIELDS.

           MOVE "N" TO ST-TAXABLE.
           MOVE SPACES TO ST-TAX-JURISDICTION.
           MOVE ZERO TO ST-SALES-TAX.
           MOVE SPACE TO ST-TAX-EXEMPTION.
           MOVE SPACES TO ST-EXEMPT-CERTIFICATE.
           PERFORM ACCEPT-TAXABLE.
           PERFORM RE-ACCEPT-TAXABLE
               UNTIL ST-TAXABLE = "Y" OR "N".
           PERFORM ACCEPT-TAX-JURISDICTION.

      *-------------------------------------------------------------
      * A new invoice starts its open-item life unpaid, with no
      * customer document out yet - CASHRC01 and INVPRT01 are
      * the only things that move these fields after this.
      *-------------------------------------------------------------
       INIT-OPEN-ITEM-FIELDS.
           MOVE "O" TO ST-OPEN-STATUS.
           MOVE ZEROES TO ST-PAID-AMOUNT.
           MOVE ZEROES TO ST-LAST-PAID-DATE.
           MOVE SPACE TO ST-DOCUMENT-STATUS.
           MOVE ZEROES TO ST-DOCUMENT-DATE.

       ENTER-INVOICE-NUMBER.
           PERFORM ACCEPT-INVOICE-NUMBER.
           READ SALES-TRANSACTION-FILE
               INVALID KEY
                   MOVE "N" TO ORIGINAL-FOUND.
           IF ORIGINAL-FOUND = "Y"
               MOVE ST-TAXABLE TO ORIGINAL-TAXABLE
               MOVE ST-TAX-EXEMPTION TO ORIGINAL-EXEMPTION
               MOVE ST-EXEMPT-CERTIFICATE TO ORIGINAL-CERTIFICATE.
           MOVE SAVED-TRANSACTION-RECORD
               TO SALES-TRANSACTION-RECORD.

               DISPLAY "AN INVOICE AMOUNT MUST BE POSITIVE".
           PERFORM ACCEPT-THE-AMOUNT.

      *****************************************************
      *                 INVOICE LINES
      *****************************************************
      *-------------------------------------------------------------
      * Lines are keyed until a blank product code or the table
      * is full. A credit memo's quantities are keyed as the
      * quantity coming back and stored negative, so its
      * extensions - and its total - come out negative on their
      * own. A discontinued product can be credited but not
      * sold.
      *-------------------------------------------------------------
       ENTER-INVOICE-LINES.
           MOVE "N" TO LINES-DONE.
           PERFORM ENTER-ONE-INVOICE-LINE
               UNTIL LINES-DONE = "Y".

       ENTER-ONE-INVOICE-LINE.
           COMPUTE LINE-SUB = LINES-KEYED + 1.
           PERFORM ENTER-LINE-PRODUCT.
           IF LINES-DONE = "N"
               PERFORM KEY-INVOICE-LINE-DETAIL.
           IF LINES-KEYED = 30
               DISPLAY "30 LINES IS THE MOST ONE INVOICE CAN HOLD"
               MOVE "Y" TO LINES-DONE.

       ENTER-LINE-PRODUCT.
           PERFORM ACCEPT-LINE-PRODUCT.
           PERFORM RE-ACCEPT-LINE-PRODUCT
               UNTIL RECORD-FOUND = "Y"
                   OR LINES-DONE = "Y".

       ACCEPT-LINE-PRODUCT.
           DISPLAY " ".
           DISPLAY "LINE " LINE-SUB " - ENTER THE PRODUCT CODE,".
           DISPLAY "OR PRESS ENTER TO END THE INVOICE".
           ACCEPT PR-PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           IF PR-PRODUCT-CODE = SPACES
               MOVE "Y" TO LINES-DONE
           ELSE
               PERFORM READ-PRODUCT-RECORD
               IF RECORD-FOUND = "Y"
                   AND PRODUCT-IS-DISCONTINUED
                   AND ST-TRANSACTION-TYPE = "I"
                   DISPLAY "THAT PRODUCT IS DISCONTINUED"
                   MOVE "N" TO RECORD-FOUND.

       RE-ACCEPT-LINE-PRODUCT.
           DISPLAY "NO PRODUCT TO SELL BY THAT CODE - PLEASE RE-ENTER".
           PERFORM ACCEPT-LINE-PRODUCT.

       KEY-INVOICE-LINE-DETAIL.
           ADD 1 TO LINES-KEYED.
           DISPLAY PR-DESCRIPTION " PER " PR-UNIT-OF-MEASURE.
           MOVE PR-PRODUCT-CODE TO IL-PRODUCT-CODE (LINE-SUB).
           MOVE PR-UNIT-OF-MEASURE TO IL-UNIT-OF-MEASURE (LINE-SUB).
           MOVE PR-LIST-PRICE TO IL-LIST-PRICE (LINE-SUB).
           MOVE PR-TAXABLE TO IL-TAXABLE (LINE-SUB).
           PERFORM ENTER-LINE-QUANTITY.
           PERFORM ENTER-LINE-PRICE.
           IF ST-TRANSACTION-TYPE = "C"
               COMPUTE IL-QUANTITY (LINE-SUB) =
                   0 - IL-QUANTITY (LINE-SUB).
           COMPUTE IL-EXTENSION (LINE-SUB) =
               IL-QUANTITY (LINE-SUB) * IL-UNIT-PRICE (LINE-SUB).
           DISPLAY "LINE AMOUNT " IL-EXTENSION (LINE-SUB).

       ENTER-LINE-QUANTITY.
           PERFORM ACCEPT-LINE-QUANTITY.
           PERFORM RE-ACCEPT-LINE-QUANTITY
               UNTIL IL-QUANTITY (LINE-SUB) > ZERO.

       ACCEPT-LINE-QUANTITY.
           IF ST-TRANSACTION-TYPE = "C"
               DISPLAY "ENTER THE QUANTITY BEING CREDITED"
           ELSE
               DISPLAY "ENTER THE QUANTITY SOLD".
           ACCEPT IL-QUANTITY (LINE-SUB).

       RE-ACCEPT-LINE-QUANTITY.
           DISPLAY "THE QUANTITY MUST BE GREATER THAN ZERO".
           PERFORM ACCEPT-LINE-QUANTITY.

      *-------------------------------------------------------------
      * The customer's price on the invoice date is offered; the
      * operator takes it with a zero or keys over it.
      *-------------------------------------------------------------
       ENTER-LINE-PRICE.
           MOVE ST-CUSTOMER-NUMBER TO PRC-CUSTOMER-NUMBER.
           MOVE PR-PRODUCT-CODE TO PRC-PRODUCT-CODE.
           MOVE ST-INVOICE-DATE TO PRC-PRICE-DATE.
           PERFORM LOOK-UP-CUSTOMER-PRICE.
           DISPLAY "PRICE " PRC-UNIT-PRICE " (" PRC-PRICE-SOURCE
               ") - ENTER A DIFFERENT PRICE, OR 0 TO TAKE IT".
           ACCEPT PRICE-ENTRY.
           IF PRICE-ENTRY = ZERO
               MOVE PRC-UNIT-PRICE TO IL-UNIT-PRICE (LINE-SUB)
           ELSE
               MOVE PRICE-ENTRY TO IL-UNIT-PRICE (LINE-SUB).

      *-------------------------------------------------------------
      * The invoice amount is the sum of the lines and has to
      * fit the invoice; an invoice must come out positive and
      * a credit memo negative, the same rule a keyed amount
      * has always been held to.
      *-------------------------------------------------------------
       TOTAL-THE-LINES.
           MOVE ZERO TO LINES-TOTAL.
           MOVE ZERO TO TAXABLE-LINES-TOTAL.
           MOVE 1 TO LINE-SUB.
           PERFORM ADD-ONE-LINE-TO-TOTAL
               UNTIL LINE-SUB > LINES-KEYED.
           IF LINES-KEYED = ZERO
               DISPLAY "NO LINES KEYED"
               MOVE "Y" TO INVOICE-REFUSED
           ELSE
           IF LINES-TOTAL > 99999.99 OR LINES-TOTAL < -99999.99
               DISPLAY "TOTAL OF " LINES-TOTAL
                   " IS TOO LARGE FOR ONE INVOICE"
               MOVE "Y" TO INVOICE-REFUSED
           ELSE
           IF ST-TRANSACTION-TYPE = "I" AND LINES-TOTAL NOT > ZERO
               DISPLAY "AN INVOICE AMOUNT MUST BE POSITIVE"
               MOVE "Y" TO INVOICE-REFUSED
           ELSE
           IF ST-TRANSACTION-TYPE = "C" AND LINES-TOTAL NOT < ZERO
               DISPLAY "A CREDIT MEMO AMOUNT MUST BE NEGATIVE"
               MOVE "Y" TO INVOICE-REFUSED
           ELSE
               MOVE LINES-TOTAL TO ST-INVOICE-AMOUNT
               DISPLAY "INVOICE TOTAL " ST-INVOICE-AMOUNT.

       ADD-ONE-LINE-TO-TOTAL.
           ADD IL-EXTENSION (LINE-SUB) TO LINES-TOTAL.
           IF IL-TAXABLE (LINE-SUB) = "Y"
               ADD IL-EXTENSION (LINE-SUB) TO TAXABLE-LINES-TOTAL.
           ADD 1 TO LINE-SUB.

      *-------------------------------------------------------------
      * Tax is figured on the taxable products' lines only; with
      * none of them on the invoice it is an untaxed sale and no
      * jurisdiction is asked for. Taxable lines are taxed
      * unless the sale is exempt. A credit memo against an
      * invoice that went out untaxed takes no tax back and
      * carries that invoice's exemption.
      *-------------------------------------------------------------
       ENTER-LINE-SALES-TAX.
           MOVE "N" TO ST-TAXABLE.
           MOVE SPACES TO ST-TAX-JURISDICTION.
           MOVE ZERO TO ST-SALES-TAX.
           MOVE SPACE TO ST-TAX-EXEMPTION.
           MOVE SPACES TO ST-EXEMPT-CERTIFICATE.
           IF TAXABLE-LINES-TOTAL NOT = ZERO
               IF ST-TRANSACTION-TYPE = "C"
                   AND ORIGINAL-TAXABLE NOT = "Y"
                   MOVE ORIGINAL-EXEMPTION TO ST-TAX-EXEMPTION
                   MOVE ORIGINAL-CERTIFICATE TO ST-EXEMPT-CERTIFICATE
                   DISPLAY "ORIGINAL INVOICE WAS NOT TAXED - "
                       "NO TAX ON THE CREDIT"
               ELSE
                   PERFORM ENTER-TAX-JURISDICTION
                   PERFORM ENTER-TAX-EXEMPTION
                   PERFORM TAX-THE-LINES.

       TAX-THE-LINES.
           IF ST-NOT-EXEMPT
               MOVE "Y" TO ST-TAXABLE
               COMPUTE ST-SALES-TAX ROUNDED =
                   TAXABLE-LINES-TOTAL * STATE-SALES-TAX-RATE
               DISPLAY "SALES TAX ON " TAXABLE-LINES-TOTAL " AT "
                   STATE-SALES-TAX-RATE " = " ST-SALES-TAX
           ELSE
               DISPLAY "TAX-EXEMPT SALE - NO SALES TAX CHARGED".

      *-------------------------------------------------------------
      * Only an invoice is asked - a credit memo against a taxed
      * invoice gives the tax back. The exemption stands on the
      * customer's certificate in force for the jurisdiction on
      * the invoice date; with none, only a supervisor can let
      * the sale go out untaxed, and the override is marked on
      * the invoice for the auditor.
      *-------------------------------------------------------------
       ENTER-TAX-EXEMPTION.
           MOVE "N" TO EXEMPT-ANSWER.
           IF ST-TRANSACTION-TYPE = "I"
               PERFORM ACCEPT-TAX-EXEMPT
               PERFORM RE-ACCEPT-TAX-EXEMPT
                   UNTIL EXEMPT-ANSWER = "Y" OR "N".
           IF EXEMPT-ANSWER = "Y"
               PERFORM CHECK-EXEMPT-CERTIFICATE.

       ACCEPT-TAX-EXEMPT.
           DISPLAY "IS THIS SALE TAX-EXEMPT (Y/N)?".
           ACCEPT EXEMPT-ANSWER.
           IF EXEMPT-ANSWER = "y"
               MOVE "Y" TO EXEMPT-ANSWER.
           IF EXEMPT-ANSWER = "n"
               MOVE "N" TO EXEMPT-ANSWER.

       RE-ACCEPT-TAX-EXEMPT.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-TAX-EXEMPT.

       CHECK-EXEMPT-CERTIFICATE.
           MOVE ST-CUSTOMER-NUMBER TO CEX-CUSTOMER-NUMBER.
           MOVE ST-TAX-JURISDICTION TO CEX-JURISDICTION.
           MOVE ST-INVOICE-DATE TO CEX-SALE-DATE.
           PERFORM LOOK-UP-EXEMPT-CERTIFICATE.
           IF CEX-FOUND = "Y"
               MOVE "C" TO ST-TAX-EXEMPTION
               MOVE CEX-CERTIFICATE-NUMBER TO ST-EXEMPT-CERTIFICATE
               DISPLAY "EXEMPTION CERTIFICATE " CEX-CERTIFICATE-NUMBER
                   " IS ON FILE"
           ELSE
               PERFORM OVERRIDE-MISSING-CERTIFICATE.

       OVERRIDE-MISSING-CERTIFICATE.
           IF CEX-FOUND = "E"
               DISPLAY "** EXEMPTION CERTIFICATE "
                   CEX-CERTIFICATE-NUMBER " IS NOT IN FORCE ON "
                   ST-INVOICE-DATE " **"
           ELSE
               DISPLAY "** NO EXEMPTION CERTIFICATE ON FILE FOR "
                   ST-TAX-JURISDICTION " **".
           PERFORM ASK-SUPERVISOR-OVERRIDE.
           IF SUPERVISOR-ANSWER = "Y"
               MOVE "O" TO ST-TAX-EXEMPTION
               MOVE CEX-CERTIFICATE-NUMBER TO ST-EXEMPT-CERTIFICATE
           ELSE
               DISPLAY "THE SALE WILL BE TAXED".

      *****************************************************
      *                 FILE IMPORT
      *****************************************************
           MOVE "N" TO ST-TAXABLE.
           MOVE SPACES TO ST-TAX-JURISDICTION.
           MOVE ZERO TO ST-SALES-TAX.
           MOVE SPACE TO ST-TAX-EXEMPTION.
           MOVE SPACES TO ST-EXEMPT-CERTIFICATE.
           MOVE "N" TO ST-POSTED-FLAG.
           PERFORM INIT-OPEN-ITEM-FIELDS.
           PERFORM WRITE-TRANSACTION-RECORD.
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       READ-PRODUCT-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

      *-------------------------------------------------------------
      * RECORD-FOUND doubles as the duplicate flag on the write -
      * "Y" after the write means the customer+invoice key was
                   DISPLAY "REJECT - INVOICE " ST-INVOICE-NUMBER
                       " ALREADY ON FILE FOR CUSTOMER "
                       ST-CUSTOMER-NUMBER.

       WRITE-INVOICE-LINES.
           MOVE 1 TO LINE-SUB.
           PERFORM WRITE-ONE-INVOICE-LINE
               UNTIL LINE-SUB > LINES-KEYED.

       WRITE-ONE-INVOICE-LINE.
           MOVE ST-CUSTOMER-NUMBER TO TL-CUSTOMER-NUMBER.
           MOVE ST-INVOICE-NUMBER TO TL-INVOICE-NUMBER.
           MOVE LINE-SUB TO TL-LINE-NUMBER.
           MOVE ST-INVOICE-DATE TO TL-INVOICE-DATE.
           MOVE IL-PRODUCT-CODE (LINE-SUB) TO TL-PRODUCT-CODE.
           MOVE IL-UNIT-OF-MEASURE (LINE-SUB) TO TL-UNIT-OF-MEASURE.
           MOVE IL-QUANTITY (LINE-SUB) TO TL-QUANTITY.
           MOVE IL-LIST-PRICE (LINE-SUB) TO TL-LIST-PRICE.
           MOVE IL-UNIT-PRICE (LINE-SUB) TO TL-UNIT-PRICE.
           MOVE IL-EXTENSION (LINE-SUB) TO TL-EXTENSION.
           MOVE IL-TAXABLE (LINE-SUB) TO TL-TAXABLE.
           WRITE SALES-TRANSACTION-LINE-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING INVOICE LINE " TL-LINE-KEY.
           ADD 1 TO LINE-SUB.

           COPY "PLPRC01.CBL".

           COPY "PLCEX01.CBL".
