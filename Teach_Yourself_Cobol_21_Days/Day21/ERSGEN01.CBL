      * Evaluated receipt settlement run
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERSGEN01.
      *-------------------------------------------------------------
      * Pays the vendors flagged VENDOR-ERS off our own receiving
      * records instead of their invoices. Every accepted
      * delivery not yet settled - a line-level receipt whose
      * inspection status is ACCEPTED, against a PO that isn't
      * cancelled, for an ERS vendor - is picked up and priced
      * at the PO line's POLN-UNIT-PRICE. Deliveries still in
      * the QC cage wait for a later night; rejected goods and
      * returns are never settled, and a receipt posted against
      * the PO as a whole (line 000) can't be priced and is
      * left for a keyed voucher.
      * The deliveries are sorted by vendor, PO, and receipt
      * reference, and each PO/reference becomes ONE voucher:
      * the receipt reference (the vendor's packing slip) is
      * the invoice number - ERS plus the PO and receipt
      * sequence when the dock left it blank - VOUCHER-PO-NUMBER
      * names the PO, the voucher books to PO-GL-ACCOUNT, and an
      * FDVCHLN1 line per delivery consumes the PO line exactly
      * the way a keyed PO voucher does, so GRNACC01 stops
      * accruing the goods the night they are settled. The due
      * date runs from today on the vendor's terms, rolled back
      * to a business day. Each delivery is stamped with the
      * voucher it went into so it is never settled twice.
      * A PO line can't be settled past what was received less
      * what was already vouchered - a delivery an invoice has
      * already paid for (before the vendor went ERS, say) is
      * stamped, printed, and not billed again.
      * The printout is the settlement statement for each vendor
      * - what we received, what we priced it at, and the
      * voucher it is being paid under - which goes to the
      * vendor in place of their invoice. The vouchers go
      * through approval and the payment runs like any other.
      * Runs unattended as a nightly batch step; a blank print
      * destination defaults to PRINTER.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLRCPT01.CBL".

           COPY "SLPO01.CBL".

           COPY "SLPOLN01.CBL".

           COPY "SLVOUCH.CBL".

           COPY "SLVCHLN1.CBL".

           COPY "SLVND02.CBL".

           COPY "SLTRM01.CBL".

           COPY "SLCONTRL.CBL".

           COPY "SLCTLLOG.CBL".

           COPY "SLHOL01.CBL".

           COPY "SLSTEPC.CBL".

           SELECT WORK-FILE
               ASSIGN TO "WORK"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO "SORT".

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDRCPT01.CBL".

           COPY "FDPO01.CBL".

           COPY "FDPOLN01.CBL".

           COPY "FDVOUCH.CBL".

           COPY "FDVCHLN1.CBL".

           COPY "FDVND04.CBL".

           COPY "FDTRM01.CBL".

           COPY "FDCONTRL.CBL".

           COPY "FDCTLLOG.CBL".

           COPY "FDHOL01.CBL".

           COPY "FDSTEPC.CBL".

       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-RECORD.
           05 WORK-VENDOR               PIC 9(5).
           05 WORK-PO-NUMBER            PIC 9(5).
           05 WORK-REFERENCE            PIC X(15).
           05 WORK-SEQUENCE             PIC 9(3).
           05 WORK-LINE-NUMBER          PIC 9(3).
           05 WORK-QUANTITY             PIC 9(5).

       SD  SORT-FILE.

       01  SORT-RECORD.
           05 SORT-VENDOR               PIC 9(5).
           05 SORT-PO-NUMBER            PIC 9(5).
           05 SORT-REFERENCE            PIC X(15).
           05 SORT-SEQUENCE             PIC 9(3).
           05 SORT-LINE-NUMBER          PIC 9(3).
           05 SORT-QUANTITY             PIC 9(5).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "WSBDAY01.CBL".

           COPY "WSPRNT01.CBL".

       77  RECEIPT-FILE-AT-END          PIC X.
       77  WORK-FILE-AT-END             PIC X.
       77  RECORD-FOUND                 PIC X.
       77  PO-VENDOR-IS-ERS             PIC X.
       77  LAST-PO-READ                 PIC 9(5).

       77  TODAY-CCYYMMDD               PIC 9(8).
       77  CURRENT-VENDOR               PIC 9(5).
       77  CURRENT-PO-NUMBER            PIC 9(5).
       77  CURRENT-REFERENCE            PIC X(15).
       77  FIRST-SEQUENCE               PIC 9(3).
       77  SETTLE-QTY-NEEDED            PIC 9(5).
       77  OPEN-LINE-QTY                PIC S9(7).
       77  EFFECTIVE-TERMS-DAYS         PIC 9(3).

       77  NEW-VOUCHER-NUMBER           PIC 9(7).
       77  VOUCHER-LINE-SEQUENCE        PIC 9(3).
       77  OLD-CONTROL-VALUE            PIC 9(8).
       77  CURRENT-TIME                 PIC 9(8).

       77  SETTLEMENT-TOTAL             PIC S9(9)V99.
       77  SETTLEMENT-TOTAL-QTY         PIC 9(7).
       77  VENDOR-TOTAL                 PIC S9(11)V99.
       77  GRAND-TOTAL                  PIC S9(11)V99 VALUE ZERO.
       77  VENDORS-SETTLED              PIC 9(5) VALUE ZERO.
       77  VOUCHERS-WRITTEN             PIC 9(5) VALUE ZERO.
       77  RECEIPTS-SETTLED             PIC 9(5) VALUE ZERO.
       77  RECEIPTS-ALREADY-BILLED      PIC 9(5) VALUE ZERO.

      *-------------------------------------------------------------
      * The deliveries making up one PO/reference settlement,
      * priced and held until the voucher number is known. A
      * settlement longer than the table closes out as its own
      * voucher and the rest carries on under the next one.
      *-------------------------------------------------------------
       77  SETTLE-LINE-COUNT            PIC 9(3) COMP.
       77  SETTLE-LINE-LIMIT            PIC 9(3) COMP VALUE 100.
       77  SETTLE-SUB                   PIC 9(3) COMP.

       01  SETTLE-TABLE.
           05 SETTLE-LINE OCCURS 100 TIMES.
              10 SETTLE-RECEIPT-SEQ     PIC 9(3).
              10 SETTLE-PO-LINE         PIC 9(3).
              10 SETTLE-DESCRIPTION     PIC X(20).
              10 SETTLE-RECEIVED-QTY    PIC 9(5).
              10 SETTLE-QTY             PIC 9(5).
              10 SETTLE-UNIT-PRICE      PIC S9(5)V99.
              10 SETTLE-AMOUNT          PIC S9(9)V99.

       01  TITLE-LINE.
           05 FILLER                   PIC X(40)
              VALUE "EVALUATED RECEIPT SETTLEMENT STATEMENT".
           05 FILLER                   PIC X(6) VALUE "DATE: ".
           05 PRINT-TODAY              PIC 9(8).

       01  VENDOR-LINE.
           05 FILLER                   PIC X(7) VALUE "VENDOR ".
           05 PRINT-VENDOR-NUMBER      PIC 9(5).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-VENDOR-NAME        PIC X(30).

       01  ADDRESS-LINE.
           05 FILLER                   PIC X(13) VALUE SPACE.
           05 PRINT-ADDRESS            PIC X(30).

       01  CITY-LINE.
           05 FILLER                   PIC X(13) VALUE SPACE.
           05 PRINT-CITY               PIC X(20).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-STATE              PIC X(2).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-ZIP                PIC X(10).

       01  SETTLEMENT-LINE.
           05 FILLER                   PIC X(14)
              VALUE "RECEIPT REF:  ".
           05 PRINT-REFERENCE          PIC X(15).
           05 FILLER                   PIC X(10) VALUE " VOUCHER: ".
           05 PRINT-VOUCHER-NUMBER     PIC 9(7).
           05 FILLER                   PIC X(6) VALUE " DUE: ".
           05 PRINT-VOUCHER-DUE        PIC 9(8).

       01  COLUMN-LINE.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 FILLER                   PIC X(10) VALUE "PO/LINE".
           05 FILLER                   PIC X(5) VALUE "RCPT".
           05 FILLER                   PIC X(21) VALUE "DESCRIPTION".
           05 FILLER                   PIC X(6) VALUE "   QTY".
           05 FILLER                   PIC X(10) VALUE " UNIT COST".
           05 FILLER                   PIC X(15)
              VALUE "         AMOUNT".

       01  DETAIL-LINE.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 PRINT-PO-NUMBER          PIC 9(5).
           05 FILLER                   PIC X(1) VALUE "/".
           05 PRINT-LINE-NUMBER        PIC 9(3).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-RECEIPT-SEQ        PIC 9(3).
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-DESCRIPTION        PIC X(20).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-QUANTITY           PIC ZZZZ9.
           05 PRINT-UNIT-PRICE         PIC ZZ,ZZ9.99-.
           05 PRINT-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.

       01  ALREADY-BILLED-LINE.
           05 FILLER                   PIC X(19) VALUE SPACE.
           05 FILLER                   PIC X(9) VALUE "RECEIVED ".
           05 PRINT-BILLED-RECEIVED    PIC ZZZZ9.
           05 FILLER                   PIC X(3) VALUE " - ".
           05 PRINT-BILLED-QTY         PIC ZZZZ9.
           05 FILLER                   PIC X(29)
              VALUE " ALREADY INVOICED, NOT BILLED".

       01  TOTAL-LINE.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 PRINT-TOTAL-LABEL        PIC X(36).
           05 FILLER                   PIC X(25) VALUE SPACE.
           05 PRINT-TOTAL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN I-O RECEIPT-FILE.
           OPEN INPUT PO-FILE.
           OPEN I-O PO-LINE-FILE.
           OPEN I-O VOUCHER-FILE.
           OPEN I-O VOUCHER-LINE-FILE.
           OPEN I-O VENDOR-FILE.
           OPEN INPUT TERMS-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN EXTEND CONTROL-LOG-FILE.
           OPEN INPUT HOLIDAY-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           MOVE "ERSGEN01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE RECEIPT-FILE.
           CLOSE PO-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-LINE-FILE.
           CLOSE VENDOR-FILE.
           CLOSE TERMS-FILE.
           CLOSE CONTROL-FILE.
           CLOSE CONTROL-LOG-FILE.
           CLOSE HOLIDAY-FILE.
           CLOSE PRINTER-FILE.
           PERFORM WRITE-THE-STEP-COUNT.

       MAIN-PROCESS.
           PERFORM SORT-THE-RECEIPTS.
           OPEN INPUT WORK-FILE.
           MOVE "N" TO WORK-FILE-AT-END.
           PERFORM READ-NEXT-WORK.
           PERFORM PROCESS-ONE-VENDOR
               UNTIL WORK-FILE-AT-END = "Y".
           CLOSE WORK-FILE.
           PERFORM PRINT-RUN-TOTALS.
           DISPLAY VOUCHERS-WRITTEN " ERS VOUCHER(S) WRITTEN FOR "
               VENDORS-SETTLED " VENDOR(S)".
           DISPLAY RECEIPTS-SETTLED " RECEIPT(S) SETTLED".
           IF RECEIPTS-ALREADY-BILLED NOT = ZERO
               DISPLAY RECEIPTS-ALREADY-BILLED
                   " RECEIPT(S) ALREADY INVOICED - NOT BILLED AGAIN".

      *****************************************************
      *    Pick up the unsettled accepted deliveries
      *****************************************************
       SORT-THE-RECEIPTS.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-VENDOR
                   SORT-PO-NUMBER
                   SORT-REFERENCE
                   SORT-SEQUENCE
               INPUT PROCEDURE IS RELEASE-ERS-RECEIPTS
               GIVING WORK-FILE.

       RELEASE-ERS-RECEIPTS.
           MOVE ZEROES TO LAST-PO-READ.
           MOVE "N" TO PO-VENDOR-IS-ERS.
           MOVE "N" TO RECEIPT-FILE-AT-END.
           PERFORM READ-NEXT-RECEIPT.
           PERFORM RELEASE-ONE-RECEIPT
               UNTIL RECEIPT-FILE-AT-END = "Y".

       READ-NEXT-RECEIPT.
           READ RECEIPT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO RECEIPT-FILE-AT-END.

      *-------------------------------------------------------------
      * A space inspection status is a receipt posted before
      * inspection holds existed - the whole quantity was taken
      * in. Otherwise only what passed is paid for.
      *-------------------------------------------------------------
       RELEASE-ONE-RECEIPT.
           IF RCPT-IS-RECEIPT
               AND RCPT-IS-ACCEPTED
               AND NOT RCPT-IS-ERS-SETTLED
               AND RCPT-LINE-NUMBER NOT = ZEROES
               PERFORM CHECK-RECEIPT-VENDOR.
           PERFORM READ-NEXT-RECEIPT.

       CHECK-RECEIPT-VENDOR.
           IF RCPT-PO-NUMBER NOT = LAST-PO-READ
               PERFORM LOOK-UP-PO-VENDOR.
           IF RCPT-INSPECTION-STATUS = SPACE
               MOVE RCPT-QUANTITY TO SETTLE-QTY-NEEDED
           ELSE
               MOVE RCPT-ACCEPTED-QTY TO SETTLE-QTY-NEEDED.
           IF PO-VENDOR-IS-ERS = "Y"
               AND SETTLE-QTY-NEEDED NOT = ZERO
               PERFORM RELEASE-ERS-RECEIPT.

       LOOK-UP-PO-VENDOR.
           MOVE RCPT-PO-NUMBER TO LAST-PO-READ.
           MOVE "N" TO PO-VENDOR-IS-ERS.
           MOVE RCPT-PO-NUMBER TO PO-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ PO-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
               AND NOT PO-STATUS-CANCELLED
               PERFORM LOOK-UP-VENDOR-ERS.

       LOOK-UP-VENDOR-ERS.
           MOVE PO-VENDOR TO VENDOR-NUMBER.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE SPACE TO VENDOR-ERS.
           IF VENDOR-IS-ERS
               MOVE "Y" TO PO-VENDOR-IS-ERS.

       RELEASE-ERS-RECEIPT.
           MOVE PO-VENDOR TO SORT-VENDOR.
           MOVE RCPT-PO-NUMBER TO SORT-PO-NUMBER.
           MOVE RCPT-REFERENCE TO SORT-REFERENCE.
           MOVE RCPT-SEQUENCE TO SORT-SEQUENCE.
           MOVE RCPT-LINE-NUMBER TO SORT-LINE-NUMBER.
           MOVE SETTLE-QTY-NEEDED TO SORT-QUANTITY.
           RELEASE SORT-RECORD.

       READ-NEXT-WORK.
           READ WORK-FILE
               AT END
                   MOVE "Y" TO WORK-FILE-AT-END.

      *****************************************************
      *    One statement per vendor
      *****************************************************
       PROCESS-ONE-VENDOR.
           MOVE WORK-VENDOR TO CURRENT-VENDOR.
           MOVE ZEROES TO VENDOR-TOTAL.
           ADD 1 TO VENDORS-SETTLED.
           PERFORM PRINT-VENDOR-HEADING.
           PERFORM PROCESS-ONE-SETTLEMENT
               UNTIL WORK-FILE-AT-END = "Y"
                   OR WORK-VENDOR NOT = CURRENT-VENDOR.
           MOVE "TOTAL SETTLED FOR VENDOR" TO PRINT-TOTAL-LABEL.
           MOVE VENDOR-TOTAL TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-TO-PRINTER.

       PRINT-VENDOR-HEADING.
           MOVE CURRENT-VENDOR TO VENDOR-NUMBER.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE SPACES TO VENDOR-RECORD
                   MOVE CURRENT-VENDOR TO VENDOR-NUMBER
                   MOVE "** VENDOR NOT ON FILE" TO VENDOR-NAME
                   MOVE ZEROES TO VENDOR-PAYMENT-TERMS-DAYS.
           MOVE TODAY-CCYYMMDD TO PRINT-TODAY.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE VENDOR-NUMBER TO PRINT-VENDOR-NUMBER.
           MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
           MOVE VENDOR-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE VENDOR-ADDRESS-1 TO PRINT-ADDRESS.
           MOVE ADDRESS-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF VENDOR-ADDRESS-2 NOT = SPACES
               MOVE VENDOR-ADDRESS-2 TO PRINT-ADDRESS
               MOVE ADDRESS-LINE TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           MOVE VENDOR-CITY TO PRINT-CITY.
           MOVE VENDOR-STATE TO PRINT-STATE.
           MOVE VENDOR-ZIP TO PRINT-ZIP.
           MOVE CITY-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM RESOLVE-VENDOR-TERMS.

      *-------------------------------------------------------------
      * The vendor's terms code off the FDTRM01 table when set,
      * the raw terms fields otherwise - the order VCHMNT01
      * uses when nobody keys an override.
      *-------------------------------------------------------------
       RESOLVE-VENDOR-TERMS.
           MOVE VENDOR-PAYMENT-TERMS-DAYS TO EFFECTIVE-TERMS-DAYS.
           MOVE VENDOR-PAYMENT-TERMS-DAYS TO TERMS-NET-DAYS.
           MOVE VENDOR-DISCOUNT-PERCENT TO TERMS-DISCOUNT-PERCENT.
           MOVE VENDOR-DISCOUNT-DAYS TO TERMS-DISCOUNT-DAYS.
           IF VENDOR-TERMS-CODE NOT = SPACES
               PERFORM TAKE-VENDOR-TERMS-CODE.

       TAKE-VENDOR-TERMS-CODE.
           MOVE VENDOR-TERMS-CODE TO TERMS-CODE.
           READ TERMS-FILE RECORD
               INVALID KEY
                   MOVE VENDOR-PAYMENT-TERMS-DAYS TO TERMS-NET-DAYS
                   MOVE VENDOR-DISCOUNT-PERCENT
                       TO TERMS-DISCOUNT-PERCENT
                   MOVE VENDOR-DISCOUNT-DAYS TO TERMS-DISCOUNT-DAYS.
           MOVE TERMS-NET-DAYS TO EFFECTIVE-TERMS-DAYS.

      *****************************************************
      *    One voucher per PO and receipt reference
      *****************************************************
       PROCESS-ONE-SETTLEMENT.
           MOVE WORK-PO-NUMBER TO CURRENT-PO-NUMBER.
           MOVE WORK-REFERENCE TO CURRENT-REFERENCE.
           MOVE WORK-SEQUENCE TO FIRST-SEQUENCE.
           MOVE ZEROES TO SETTLE-LINE-COUNT.
           MOVE ZEROES TO SETTLEMENT-TOTAL.
           MOVE ZEROES TO SETTLEMENT-TOTAL-QTY.
           MOVE CURRENT-PO-NUMBER TO PO-NUMBER.
           READ PO-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO PO-GL-ACCOUNT.
           PERFORM GATHER-ONE-RECEIPT
               UNTIL WORK-FILE-AT-END = "Y"
                   OR WORK-VENDOR NOT = CURRENT-VENDOR
                   OR WORK-PO-NUMBER NOT = CURRENT-PO-NUMBER
                   OR WORK-REFERENCE NOT = CURRENT-REFERENCE
                   OR SETTLE-LINE-COUNT = SETTLE-LINE-LIMIT.
           MOVE ZEROES TO NEW-VOUCHER-NUMBER.
           MOVE ZEROES TO VOUCHER-DUE.
           MOVE ZEROES TO VOUCHER-LINE-SEQUENCE.
           IF SETTLEMENT-TOTAL-QTY NOT = ZERO
               PERFORM WRITE-SETTLEMENT-VOUCHER.
           PERFORM PRINT-SETTLEMENT-HEADING.
           MOVE 1 TO SETTLE-SUB.
           PERFORM FINISH-ONE-SETTLEMENT-LINE
               UNTIL SETTLE-SUB > SETTLE-LINE-COUNT.
           MOVE "TOTAL THIS SETTLEMENT" TO PRINT-TOTAL-LABEL.
           MOVE SETTLEMENT-TOTAL TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD SETTLEMENT-TOTAL TO VENDOR-TOTAL.
           ADD SETTLEMENT-TOTAL TO GRAND-TOTAL.

      *-------------------------------------------------------------
      * The PO line is consumed as each delivery is priced, so a
      * second delivery against the same line in the same
      * settlement sees what the first one already took.
      *-------------------------------------------------------------
       GATHER-ONE-RECEIPT.
           ADD 1 TO SETTLE-LINE-COUNT.
           MOVE SETTLE-LINE-COUNT TO SETTLE-SUB.
           MOVE WORK-SEQUENCE TO SETTLE-RECEIPT-SEQ (SETTLE-SUB).
           MOVE WORK-LINE-NUMBER TO SETTLE-PO-LINE (SETTLE-SUB).
           MOVE WORK-QUANTITY TO SETTLE-RECEIVED-QTY (SETTLE-SUB).
           PERFORM PRICE-THE-DELIVERY.
           PERFORM READ-NEXT-WORK.

       PRICE-THE-DELIVERY.
           MOVE CURRENT-PO-NUMBER TO POLN-PO-NUMBER.
           MOVE WORK-LINE-NUMBER TO POLN-LINE-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ PO-LINE-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
               MOVE "** PO LINE NOT FOUND"
                   TO SETTLE-DESCRIPTION (SETTLE-SUB)
               MOVE ZEROES TO SETTLE-QTY (SETTLE-SUB)
               MOVE ZEROES TO SETTLE-UNIT-PRICE (SETTLE-SUB)
               MOVE ZEROES TO SETTLE-AMOUNT (SETTLE-SUB)
           ELSE
               PERFORM CONSUME-THE-PO-LINE.

       CONSUME-THE-PO-LINE.
           MOVE POLN-DESCRIPTION TO SETTLE-DESCRIPTION (SETTLE-SUB).
           MOVE POLN-UNIT-PRICE TO SETTLE-UNIT-PRICE (SETTLE-SUB).
           COMPUTE OPEN-LINE-QTY =
               POLN-RECEIVED-QTY - POLN-VOUCHERED-QTY.
           IF OPEN-LINE-QTY < ZERO
               MOVE ZEROES TO OPEN-LINE-QTY.
           IF WORK-QUANTITY > OPEN-LINE-QTY
               MOVE OPEN-LINE-QTY TO SETTLE-QTY (SETTLE-SUB)
           ELSE
               MOVE WORK-QUANTITY TO SETTLE-QTY (SETTLE-SUB).
           COMPUTE SETTLE-AMOUNT (SETTLE-SUB) ROUNDED =
               SETTLE-QTY (SETTLE-SUB) * POLN-UNIT-PRICE.
           ADD SETTLE-QTY (SETTLE-SUB) TO SETTLEMENT-TOTAL-QTY.
           ADD SETTLE-AMOUNT (SETTLE-SUB) TO SETTLEMENT-TOTAL.
           IF SETTLE-QTY (SETTLE-SUB) NOT = ZERO
               ADD SETTLE-QTY (SETTLE-SUB) TO POLN-VOUCHERED-QTY
               ADD SETTLE-AMOUNT (SETTLE-SUB) TO POLN-VOUCHERED-AMOUNT
               REWRITE PO-LINE-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING PO LINE RECORD".

      *-------------------------------------------------------------
      * The receipt reference is the vendor's own packing slip,
      * which is what they will look for on the remittance.
      *-------------------------------------------------------------
       WRITE-SETTLEMENT-VOUCHER.
           PERFORM RETRIEVE-NEXT-VOUCHER-NUMBER.
           MOVE SPACE TO VOUCHER-RECORD.
           MOVE ZEROES TO VOUCHER-RECORD.
           MOVE NEW-VOUCHER-NUMBER TO VOUCHER-NUMBER.
           MOVE CURRENT-VENDOR TO VOUCHER-VENDOR.
           IF CURRENT-REFERENCE NOT = SPACES
               MOVE CURRENT-REFERENCE TO VOUCHER-INVOICE
           ELSE
               MOVE SPACES TO VOUCHER-INVOICE
               STRING "ERS" CURRENT-PO-NUMBER "-" FIRST-SEQUENCE
                   DELIMITED BY SIZE INTO VOUCHER-INVOICE.
           MOVE SPACES TO VOUCHER-FOR.
           STRING "ERS SETTLEMENT PO " CURRENT-PO-NUMBER
               DELIMITED BY SIZE INTO VOUCHER-FOR.
           MOVE SETTLEMENT-TOTAL TO VOUCHER-AMOUNT.
           MOVE TODAY-CCYYMMDD TO VOUCHER-DATE.
           PERFORM COMPUTE-SETTLEMENT-DUE.
           MOVE SPACES TO VOUCHER-EXPENSE-CATEGORY.
           MOVE "N" TO VOUCHER-SELECTED.
           MOVE CURRENT-PO-NUMBER TO VOUCHER-PO-NUMBER.
           MOVE "USD" TO VOUCHER-CURRENCY-CODE.
           MOVE PO-GL-ACCOUNT TO VOUCHER-GL-ACCOUNT-NUMBER.
           MOVE "N" TO VOUCHER-TAXABLE.
           MOVE "N" TO VOUCHER-PREPAYMENT.
           MOVE "ERSGEN01" TO VOUCHER-ENTERED-BY.
           MOVE TODAY-CCYYMMDD TO VOUCHER-ENTERED-DATE.
           IF VENDOR-TERMS-CODE NOT = SPACES
               MOVE TERMS-DISCOUNT-PERCENT TO VOUCHER-DISC-PCT-OVR
               MOVE TERMS-DISCOUNT-DAYS TO VOUCHER-DISC-DAYS-OVR.
           PERFORM WRITE-VOUCHER-RECORD.
           PERFORM MARK-VOUCHER-WRITTEN.
           PERFORM ROLL-VENDOR-PURCHASES.
           ADD 1 TO VOUCHERS-WRITTEN.

       COMPUTE-SETTLEMENT-DUE.
           COMPUTE VOUCHER-DUE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(VOUCHER-DATE) +
                       EFFECTIVE-TERMS-DAYS).
           MOVE VOUCHER-DUE TO BUSINESS-DAY-DATE.
           PERFORM PRIOR-BUSINESS-DAY.
           MOVE BUSINESS-DAY-DATE TO VOUCHER-DUE.

      *-------------------------------------------------------------
      * Re-read fresh so the running purchase total isn't
      * overwritten by a stale copy. The terms fields just
      * resolved are untouched - they live in TERMS-RECORD.
      *-------------------------------------------------------------
       ROLL-VENDOR-PURCHASES.
           MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR RE-READING VENDOR RECORD".
           ADD VOUCHER-AMOUNT TO VENDOR-YTD-PURCHASES.
           REWRITE VENDOR-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR RECORD".

       PRINT-SETTLEMENT-HEADING.
           MOVE CURRENT-REFERENCE TO PRINT-REFERENCE.
           MOVE NEW-VOUCHER-NUMBER TO PRINT-VOUCHER-NUMBER.
           MOVE VOUCHER-DUE TO PRINT-VOUCHER-DUE.
           MOVE SETTLEMENT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       FINISH-ONE-SETTLEMENT-LINE.
           IF SETTLE-QTY (SETTLE-SUB) NOT = ZERO
               PERFORM WRITE-SETTLEMENT-VOUCHER-LINE.
           PERFORM STAMP-THE-RECEIPT.
           PERFORM PRINT-SETTLEMENT-DETAIL.
           ADD 1 TO SETTLE-SUB.

       WRITE-SETTLEMENT-VOUCHER-LINE.
           ADD 1 TO VOUCHER-LINE-SEQUENCE.
           MOVE NEW-VOUCHER-NUMBER TO VCHLN-VOUCHER-NUMBER.
           MOVE VOUCHER-LINE-SEQUENCE TO VCHLN-SEQUENCE.
           MOVE CURRENT-PO-NUMBER TO VCHLN-PO-NUMBER.
           MOVE SETTLE-PO-LINE (SETTLE-SUB) TO VCHLN-PO-LINE-NUMBER.
           MOVE SETTLE-QTY (SETTLE-SUB) TO VCHLN-QUANTITY.
           MOVE SETTLE-AMOUNT (SETTLE-SUB) TO VCHLN-AMOUNT.
           WRITE VOUCHER-LINE-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING VOUCHER LINE RECORD".

       STAMP-THE-RECEIPT.
           MOVE CURRENT-PO-NUMBER TO RCPT-PO-NUMBER.
           MOVE SETTLE-RECEIPT-SEQ (SETTLE-SUB) TO RCPT-SEQUENCE.
           MOVE "Y" TO RECORD-FOUND.
           READ RECEIPT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
               MOVE "Y" TO RCPT-ERS-SETTLED
               MOVE NEW-VOUCHER-NUMBER TO RCPT-ERS-VOUCHER
               REWRITE RECEIPT-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING RECEIPT RECORD".
           IF SETTLE-QTY (SETTLE-SUB) = ZERO
               ADD 1 TO RECEIPTS-ALREADY-BILLED
           ELSE
               ADD 1 TO RECEIPTS-SETTLED.

       PRINT-SETTLEMENT-DETAIL.
           MOVE CURRENT-PO-NUMBER TO PRINT-PO-NUMBER.
           MOVE SETTLE-PO-LINE (SETTLE-SUB) TO PRINT-LINE-NUMBER.
           MOVE SETTLE-RECEIPT-SEQ (SETTLE-SUB) TO PRINT-RECEIPT-SEQ.
           MOVE SETTLE-DESCRIPTION (SETTLE-SUB) TO PRINT-DESCRIPTION.
           MOVE SETTLE-QTY (SETTLE-SUB) TO PRINT-QUANTITY.
           MOVE SETTLE-UNIT-PRICE (SETTLE-SUB) TO PRINT-UNIT-PRICE.
           MOVE SETTLE-AMOUNT (SETTLE-SUB) TO PRINT-AMOUNT.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF SETTLE-QTY (SETTLE-SUB) < SETTLE-RECEIVED-QTY (SETTLE-SUB)
               PERFORM PRINT-ALREADY-BILLED.

       PRINT-ALREADY-BILLED.
           MOVE SETTLE-RECEIVED-QTY (SETTLE-SUB)
               TO PRINT-BILLED-RECEIVED.
           COMPUTE PRINT-BILLED-QTY =
               SETTLE-RECEIVED-QTY (SETTLE-SUB) -
                   SETTLE-QTY (SETTLE-SUB).
           MOVE ALREADY-BILLED-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-RUN-TOTALS.
           MOVE "TOTAL SETTLED ALL ERS VENDORS" TO PRINT-TOTAL-LABEL.
           MOVE GRAND-TOTAL TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *****************************************************
      *    Next voucher number, from the Control File
      *****************************************************
       RETRIEVE-NEXT-VOUCHER-NUMBER.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-LAST-VOUCHER.
           MOVE CONTROL-LAST-VOUCHER TO OLD-CONTROL-VALUE.
           ADD 1 TO CONTROL-LAST-VOUCHER.
           MOVE CONTROL-LAST-VOUCHER TO NEW-VOUCHER-NUMBER.
           PERFORM SAVE-CONTROL-RECORD.
           PERFORM LOG-CONTROL-CHANGE.

       SAVE-CONTROL-RECORD.
           REWRITE CONTROL-RECORD
               INVALID KEY
                   WRITE CONTROL-RECORD
                       INVALID KEY
                       DISPLAY "ERROR WRITING CONTROL RECORD".

       LOG-CONTROL-CHANGE.
           MOVE "VOUCHER" TO CTLLOG-COUNTER-NAME.
           MOVE OLD-CONTROL-VALUE TO CTLLOG-OLD-VALUE.
           MOVE CONTROL-LAST-VOUCHER TO CTLLOG-NEW-VALUE.
           MOVE "ERSGEN01" TO CTLLOG-PROGRAM-ID.
           MOVE TODAY-CCYYMMDD TO CTLLOG-DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE CURRENT-TIME TO CTLLOG-TIME.
           WRITE CONTROL-LOG-RECORD.

       MARK-VOUCHER-WRITTEN.
           MOVE VOUCHER-NUMBER TO CONTROL-LAST-VOUCHER-WRITTEN.
           PERFORM SAVE-CONTROL-RECORD.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       WRITE-VOUCHER-RECORD.
           WRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING VOUCHER RECORD".

       WRITE-TO-PRINTER.
           WRITE PRINTER-RECORD.

           COPY "PLBDAY01.CBL".

           COPY "PLPRNT01.CBL".

      *-------------------------------------------------------------
      * Hands the run's record count back to the nightly batch
      * driver through the step-count record.
      *-------------------------------------------------------------
       WRITE-THE-STEP-COUNT.
           OPEN OUTPUT STEP-COUNT-FILE.
           MOVE VOUCHERS-WRITTEN TO STEP-RECORD-COUNT.
           WRITE STEP-COUNT-RECORD.
           CLOSE STEP-COUNT-FILE.
