      * Landed cost allocation run
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNDALC01.
      *-------------------------------------------------------------
      * Lands freight, brokerage, and duty bills on the goods
      * they brought in. Every voucher with PENDING tags on the
      * landed cost file (keyed in VCHMNT01) has its amount
      * spread across the tagged receipts in proportion to each
      * delivery's RCPT-AMOUNT (by value) or RCPT-QUANTITY (by
      * quantity), as the tags say; rounding is squared up on
      * the last receipt that takes a share, so the shares
      * always add back to the bill. Each share is added to the
      * receipt's RCPT-LANDED-COST and, when the delivery's PO
      * line names a stocked item with stock still on the
      * shelf, posted through PLINV01 as a value-only LANDED
      * COST movement that re-averages the item's unit cost.
      * ITMJRN01 journals those movements out of the voucher's
      * expense account into inventory. A share whose goods
      * aren't stock - or are all gone - stays in expense where
      * the voucher booked it.
      * The register prints each receipt's base unit price (what
      * the PO paid) beside its landed unit price (base plus
      * every bill landed on it so far), with a total per
      * voucher of what went onto stock and what stayed in
      * expense. Tags are stamped ALLOCATED as they are landed;
      * a voucher voided since it was tagged has its tags
      * stamped VOIDED and lands nothing.
      * Runs unattended as a nightly batch step; a blank print
      * destination defaults to PRINTER.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLLCST01.CBL".

           COPY "SLRCPT01.CBL".

           COPY "SLPOLN01.CBL".

           COPY "SLVOUCH.CBL".

           COPY "SLITEM01.CBL".

           COPY "SLINVH01.CBL".

           COPY "SLCONTRL.CBL".

           COPY "SLCTLLOG.CBL".

           COPY "SLSTEPC.CBL".

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDLCST01.CBL".

           COPY "FDRCPT01.CBL".

           COPY "FDPOLN01.CBL".

           COPY "FDVOUCH.CBL".

           COPY "FDITEM01.CBL".

           COPY "FDINVH01.CBL".

           COPY "FDCONTRL.CBL".

           COPY "FDCTLLOG.CBL".

           COPY "FDSTEPC.CBL".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "WSPRNT01.CBL".

           COPY "WSINV01.CBL".

       77  TAG-FILE-AT-END              PIC X.
       77  VOUCHER-FOUND                PIC X.
       77  RECEIPT-FOUND                PIC X.
       77  ITEM-FOUND                   PIC X.
       77  TODAY-CCYYMMDD               PIC 9(8).

       77  CURRENT-VOUCHER              PIC 9(7).
       77  NEXT-TAG-KEY                 PIC X(9).
       77  LAND-BASIS                   PIC X.
       77  LAND-AMOUNT                  PIC S9(9)V99.
       77  LAND-GL-ACCOUNT              PIC 9(6).
       77  LAND-REMAINING               PIC S9(9)V99.
       77  BASIS-TOTAL                  PIC S9(9)V99.
       77  LAST-BASIS-SUB               PIC 9(2) COMP.
       77  TAG-SHARE                    PIC S9(9)V99.
       77  TAGGED-ITEM                  PIC X(10).
       77  TAG-COSTED                   PIC X.
       77  TAG-INVH-NUMBER              PIC 9(8).
       77  DISPOSITION                  PIC X(12).
       77  BASE-PRICE                   PIC S9(5)V99.
       77  LANDED-PRICE                 PIC S9(5)V99.

       77  VOUCHER-TO-STOCK             PIC S9(9)V99.
       77  VOUCHER-TO-EXPENSE           PIC S9(9)V99.
       77  RUN-TO-STOCK                 PIC S9(11)V99 VALUE ZERO.
       77  RUN-TO-EXPENSE               PIC S9(11)V99 VALUE ZERO.
       77  TAGS-LANDED                  PIC 9(5) VALUE ZERO.
       77  TAGS-VOIDED                  PIC 9(5) VALUE ZERO.

      *-------------------------------------------------------------
      * One voucher's pending tags, loaded before any of them is
      * landed so the basis total is known up front. VCHMNT01
      * takes no more than 20 receipts on one bill.
      *-------------------------------------------------------------
       77  TAG-COUNT                    PIC 9(2) COMP.
       77  TAG-LIMIT                    PIC 9(2) COMP VALUE 20.
       77  TAG-SUB                      PIC 9(2) COMP.

       01  TAG-TABLE.
           05 TAG-ENTRY OCCURS 20 TIMES.
              10 TAG-SEQUENCE           PIC 9(2).
              10 TAG-PO-NUMBER          PIC 9(5).
              10 TAG-RECEIPT-SEQ        PIC 9(3).
              10 TAG-BASIS              PIC S9(7)V99.

       01  TITLE-LINE.
           05 FILLER                   PIC X(31)
              VALUE "LANDED COST ALLOCATION REGISTER".
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-TODAY              PIC 9(8).

       01  COLUMN-LINE.
           05 FILLER                   PIC X(6) VALUE "PO".
           05 FILLER                   PIC X(4) VALUE "SEQ".
           05 FILLER                   PIC X(4) VALUE "LN".
           05 FILLER                   PIC X(11) VALUE "ITEM".
           05 FILLER                   PIC X(6) VALUE "  QTY".
           05 FILLER                   PIC X(10) VALUE "     BASE".
           05 FILLER                   PIC X(12) VALUE "  ALLOCATED".
           05 FILLER                   PIC X(10) VALUE "   LANDED".
           05 FILLER                   PIC X(12) VALUE "DISPOSITION".

       01  VOUCHER-LINE.
           05 FILLER                   PIC X(8) VALUE "VOUCHER ".
           05 PRINT-VOUCHER-NUMBER     PIC 9(7).
           05 FILLER                   PIC X(8) VALUE " VENDOR ".
           05 PRINT-VENDOR             PIC 9(5).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-INVOICE            PIC X(15).
           05 FILLER                   PIC X(6) VALUE " BILL ".
           05 PRINT-BILL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-BASIS              PIC X(11).

       01  DETAIL-LINE.
           05 PRINT-PO-NUMBER          PIC 9(5).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-RECEIPT-SEQ        PIC 9(3).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-LINE-NUMBER        PIC 9(3).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-ITEM-NUMBER        PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-QUANTITY           PIC ZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-BASE-PRICE         PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-ALLOCATED          PIC ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-LANDED-PRICE       PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-DISPOSITION        PIC X(12).

       01  MESSAGE-LINE.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 PRINT-MESSAGE            PIC X(60).

       01  TOTAL-LINE.
           05 PRINT-TOTAL-LABEL        PIC X(14).
           05 FILLER                   PIC X(9) VALUE "TO STOCK ".
           05 PRINT-TO-STOCK           PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(9) VALUE " EXPENSE ".
           05 PRINT-TO-EXPENSE         PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN I-O LANDED-COST-FILE.
           OPEN I-O RECEIPT-FILE.
           OPEN INPUT PO-LINE-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN I-O ITEM-FILE.
           OPEN I-O INVENTORY-HISTORY-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN EXTEND CONTROL-LOG-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           MOVE "LNDALC01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE LANDED-COST-FILE.
           CLOSE RECEIPT-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE ITEM-FILE.
           CLOSE INVENTORY-HISTORY-FILE.
           CLOSE CONTROL-FILE.
           CLOSE CONTROL-LOG-FILE.
           CLOSE PRINTER-FILE.
           PERFORM WRITE-THE-STEP-COUNT.

       MAIN-PROCESS.
           PERFORM PRINT-THE-HEADINGS.
           MOVE "N" TO TAG-FILE-AT-END.
           MOVE ZEROES TO LCST-KEY.
           START LANDED-COST-FILE
               KEY NOT < LCST-KEY
               INVALID KEY
                   MOVE "Y" TO TAG-FILE-AT-END.
           IF TAG-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-TAG.
           PERFORM PROCESS-ONE-VOUCHER
               UNTIL TAG-FILE-AT-END = "Y".
           PERFORM PRINT-THE-RUN-TOTALS.
           DISPLAY TAGS-LANDED " RECEIPT TAG(S) LANDED, "
               TAGS-VOIDED " VOIDED".

       READ-NEXT-TAG.
           READ LANDED-COST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TAG-FILE-AT-END.

      *****************************************************
      *    One voucher's tags
      *****************************************************
      *-------------------------------------------------------------
      * Landing a voucher re-reads and rewrites its tags by key,
      * which loses the file's place, so the key of the first
      * tag of the NEXT voucher is kept and the file is started
      * there again afterwards.
      *-------------------------------------------------------------
       PROCESS-ONE-VOUCHER.
           MOVE LCST-VOUCHER-NUMBER TO CURRENT-VOUCHER.
           MOVE ZEROES TO TAG-COUNT.
           PERFORM LOAD-ONE-TAG
               UNTIL TAG-FILE-AT-END = "Y"
                   OR LCST-VOUCHER-NUMBER NOT = CURRENT-VOUCHER.
           MOVE LCST-KEY TO NEXT-TAG-KEY.
           IF TAG-COUNT NOT = ZEROES
               PERFORM LAND-ONE-VOUCHER
               IF TAG-FILE-AT-END NOT = "Y"
                   PERFORM RESTORE-TAG-POSITION.

       LOAD-ONE-TAG.
           IF LCST-IS-PENDING
               PERFORM STASH-ONE-TAG.
           PERFORM READ-NEXT-TAG.

       STASH-ONE-TAG.
           IF TAG-COUNT = TAG-LIMIT
               DISPLAY "** VOUCHER " CURRENT-VOUCHER " TAG "
                   LCST-SEQUENCE " PAST THE TABLE - LEFT PENDING **"
           ELSE
               ADD 1 TO TAG-COUNT
               MOVE LCST-SEQUENCE TO TAG-SEQUENCE (TAG-COUNT)
               MOVE LCST-PO-NUMBER TO TAG-PO-NUMBER (TAG-COUNT)
               MOVE LCST-RECEIPT-SEQUENCE
                   TO TAG-RECEIPT-SEQ (TAG-COUNT)
               MOVE LCST-BASIS TO LAND-BASIS
               MOVE LCST-VOUCHER-AMOUNT TO LAND-AMOUNT
               MOVE LCST-GL-ACCOUNT TO LAND-GL-ACCOUNT.

       RESTORE-TAG-POSITION.
           MOVE NEXT-TAG-KEY TO LCST-KEY.
           START LANDED-COST-FILE
               KEY NOT < LCST-KEY
               INVALID KEY
                   MOVE "Y" TO TAG-FILE-AT-END.
           IF TAG-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-TAG.

       LAND-ONE-VOUCHER.
           PERFORM READ-THE-VOUCHER.
           PERFORM PRINT-VOUCHER-HEADING.
           IF VOUCHER-FOUND = "N"
               MOVE "** VOUCHER NOT ON FILE - TAGS VOIDED **"
                   TO PRINT-MESSAGE
               PERFORM PRINT-THE-MESSAGE
               PERFORM VOID-THE-TAGS
           ELSE
           IF VOUCHER-VOID-DATE NOT = ZEROES
               MOVE "** VOUCHER WAS VOIDED - NOTHING LANDED **"
                   TO PRINT-MESSAGE
               PERFORM PRINT-THE-MESSAGE
               PERFORM VOID-THE-TAGS
           ELSE
               PERFORM SPREAD-THE-VOUCHER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       READ-THE-VOUCHER.
           MOVE CURRENT-VOUCHER TO VOUCHER-NUMBER.
           MOVE "Y" TO VOUCHER-FOUND.
           READ VOUCHER-FILE RECORD
               INVALID KEY
                   MOVE "N" TO VOUCHER-FOUND.

      *****************************************************
      *    Spreading the bill
      *****************************************************
      *-------------------------------------------------------------
      * A receipt no longer on file, or with nothing to weigh it
      * by, takes no share. If none of the tagged receipts has
      * anything to weigh, the tags are left pending for someone
      * to look at rather than guessed at.
      *-------------------------------------------------------------
       SPREAD-THE-VOUCHER.
           PERFORM TOTAL-THE-BASIS.
           MOVE ZEROES TO VOUCHER-TO-STOCK.
           MOVE ZEROES TO VOUCHER-TO-EXPENSE.
           IF BASIS-TOTAL = ZEROES
               MOVE "** NOTHING TO SPREAD IT ON - TAGS LEFT PENDING **"
                   TO PRINT-MESSAGE
               PERFORM PRINT-THE-MESSAGE
           ELSE
               MOVE LAND-AMOUNT TO LAND-REMAINING
               MOVE 1 TO TAG-SUB
               PERFORM LAND-ONE-TAG
                   UNTIL TAG-SUB > TAG-COUNT
               PERFORM PRINT-VOUCHER-TOTAL.

       TOTAL-THE-BASIS.
           MOVE ZEROES TO BASIS-TOTAL.
           MOVE ZERO TO LAST-BASIS-SUB.
           MOVE 1 TO TAG-SUB.
           PERFORM BASIS-ONE-TAG
               UNTIL TAG-SUB > TAG-COUNT.

       BASIS-ONE-TAG.
           PERFORM READ-TAGGED-RECEIPT.
           MOVE ZEROES TO TAG-BASIS (TAG-SUB).
           IF RECEIPT-FOUND = "Y"
               IF LAND-BASIS = "Q"
                   MOVE RCPT-QUANTITY TO TAG-BASIS (TAG-SUB)
               ELSE
                   MOVE RCPT-AMOUNT TO TAG-BASIS (TAG-SUB).
           IF TAG-BASIS (TAG-SUB) > ZERO
               ADD TAG-BASIS (TAG-SUB) TO BASIS-TOTAL
               MOVE TAG-SUB TO LAST-BASIS-SUB.
           ADD 1 TO TAG-SUB.

       READ-TAGGED-RECEIPT.
           MOVE TAG-PO-NUMBER (TAG-SUB) TO RCPT-PO-NUMBER.
           MOVE TAG-RECEIPT-SEQ (TAG-SUB) TO RCPT-SEQUENCE.
           MOVE "Y" TO RECEIPT-FOUND.
           READ RECEIPT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECEIPT-FOUND.

       LAND-ONE-TAG.
           PERFORM COMPUTE-TAG-SHARE.
           PERFORM READ-TAGGED-RECEIPT.
           MOVE "N" TO TAG-COSTED.
           MOVE ZEROES TO TAG-INVH-NUMBER.
           MOVE SPACES TO TAGGED-ITEM.
           IF RECEIPT-FOUND = "N"
               MOVE "NOT ON FILE" TO DISPOSITION
           ELSE
               PERFORM ADD-SHARE-TO-RECEIPT
               PERFORM COST-THE-SHARE.
           IF TAG-COSTED = "Y"
               ADD TAG-SHARE TO VOUCHER-TO-STOCK
           ELSE
               ADD TAG-SHARE TO VOUCHER-TO-EXPENSE.
           PERFORM PRINT-ONE-TAG.
           PERFORM STAMP-THE-TAG.
           ADD 1 TO TAG-SUB.

      *-------------------------------------------------------------
      * The last receipt with a share takes whatever the rounding
      * left, so the shares add back to the bill to the penny.
      *-------------------------------------------------------------
       COMPUTE-TAG-SHARE.
           IF TAG-SUB = LAST-BASIS-SUB
               MOVE LAND-REMAINING TO TAG-SHARE
           ELSE
               COMPUTE TAG-SHARE ROUNDED =
                   LAND-AMOUNT * TAG-BASIS (TAG-SUB) / BASIS-TOTAL.
           SUBTRACT TAG-SHARE FROM LAND-REMAINING.

       ADD-SHARE-TO-RECEIPT.
           IF RCPT-LANDED-COST NOT NUMERIC
               MOVE ZEROES TO RCPT-LANDED-COST.
           ADD TAG-SHARE TO RCPT-LANDED-COST.
           REWRITE RECEIPT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING RECEIPT RECORD".

      *-------------------------------------------------------------
      * Only a delivery against a PO line that names an item can
      * be costed onto stock - a receipt against the PO as a
      * whole (line 000) has no item to carry it.
      *-------------------------------------------------------------
       COST-THE-SHARE.
           PERFORM FIND-THE-LINE-ITEM.
           IF TAGGED-ITEM = SPACES
               MOVE "NO ITEM" TO DISPOSITION
           ELSE
               PERFORM CHECK-ITEM-ON-SHELF.

       FIND-THE-LINE-ITEM.
           IF RCPT-LINE-NUMBER NUMERIC
               AND RCPT-LINE-NUMBER NOT = ZEROES
               MOVE RCPT-PO-NUMBER TO POLN-PO-NUMBER
               MOVE RCPT-LINE-NUMBER TO POLN-LINE-NUMBER
               PERFORM READ-THE-PO-LINE.

       READ-THE-PO-LINE.
           READ PO-LINE-FILE RECORD
               INVALID KEY
                   MOVE SPACES TO POLN-ITEM-NUMBER.
           MOVE POLN-ITEM-NUMBER TO TAGGED-ITEM.

      *-------------------------------------------------------------
      * Cost landed on an item with nothing left on the shelf
      * has nowhere to go - the goods were used or sold at the
      * cost they had - so it stays in expense.
      *-------------------------------------------------------------
       CHECK-ITEM-ON-SHELF.
           MOVE TAGGED-ITEM TO ITEM-NUMBER.
           MOVE "Y" TO ITEM-FOUND.
           READ ITEM-FILE RECORD
               INVALID KEY
                   MOVE "N" TO ITEM-FOUND.
           IF ITEM-FOUND = "N"
               MOVE "NOT STOCKED" TO DISPOSITION
           ELSE
           IF NOT ITEM-IS-STOCKED
               MOVE "NOT STOCKED" TO DISPOSITION
           ELSE
           IF ITEM-ON-HAND-QTY NOT NUMERIC
               MOVE "NONE ON HAND" TO DISPOSITION
           ELSE
           IF ITEM-ON-HAND-QTY NOT > ZERO
               MOVE "NONE ON HAND" TO DISPOSITION
           ELSE
           IF TAG-SHARE = ZEROES
               MOVE "NO SHARE" TO DISPOSITION
           ELSE
               PERFORM POST-THE-SHARE.

       POST-THE-SHARE.
           MOVE TAGGED-ITEM TO INV-POST-ITEM.
           MOVE "C" TO INV-POST-TYPE.
           MOVE TODAY-CCYYMMDD TO INV-POST-DATE.
           MOVE ZEROES TO INV-POST-QUANTITY.
           MOVE TAG-SHARE TO INV-POST-VALUE.
           MOVE "N" TO INV-POST-AT-AVERAGE.
           MOVE RCPT-PO-NUMBER TO INV-POST-PO-NUMBER.
           MOVE RCPT-LINE-NUMBER TO INV-POST-PO-LINE.
           MOVE RCPT-SEQUENCE TO INV-POST-RECEIPT-SEQ.
           MOVE SPACES TO INV-POST-JOB.
           MOVE SPACES TO INV-POST-REASON.
           STRING "LANDED COST VOUCHER " CURRENT-VOUCHER
               DELIMITED BY SIZE
               INTO INV-POST-REASON.
           MOVE LAND-GL-ACCOUNT TO INV-POST-GL-ACCOUNT.
           MOVE "LNDALC01" TO INV-POST-OPERATOR.
           MOVE "LNDALC01" TO INV-POST-PROGRAM.
           PERFORM POST-INVENTORY-MOVEMENT.
           IF INV-ITEM-POSTED = "Y"
               MOVE "Y" TO TAG-COSTED
               MOVE INVH-NUMBER TO TAG-INVH-NUMBER
               MOVE "TO STOCK" TO DISPOSITION
           ELSE
               MOVE "NOT STOCKED" TO DISPOSITION.

       STAMP-THE-TAG.
           MOVE CURRENT-VOUCHER TO LCST-VOUCHER-NUMBER.
           MOVE TAG-SEQUENCE (TAG-SUB) TO LCST-SEQUENCE.
           READ LANDED-COST-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR RE-READING LANDED COST TAG".
           MOVE "A" TO LCST-STATUS.
           MOVE TODAY-CCYYMMDD TO LCST-ALLOCATED-DATE.
           MOVE TAG-SHARE TO LCST-ALLOCATED-AMOUNT.
           MOVE TAG-COSTED TO LCST-COSTED.
           MOVE TAG-INVH-NUMBER TO LCST-INVH-NUMBER.
           REWRITE LANDED-COST-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING LANDED COST TAG".
           ADD 1 TO TAGS-LANDED.

       VOID-THE-TAGS.
           MOVE 1 TO TAG-SUB.
           PERFORM VOID-ONE-TAG
               UNTIL TAG-SUB > TAG-COUNT.

       VOID-ONE-TAG.
           MOVE CURRENT-VOUCHER TO LCST-VOUCHER-NUMBER.
           MOVE TAG-SEQUENCE (TAG-SUB) TO LCST-SEQUENCE.
           READ LANDED-COST-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR RE-READING LANDED COST TAG".
           MOVE "V" TO LCST-STATUS.
           MOVE TODAY-CCYYMMDD TO LCST-ALLOCATED-DATE.
           MOVE ZEROES TO LCST-ALLOCATED-AMOUNT.
           MOVE "N" TO LCST-COSTED.
           REWRITE LANDED-COST-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING LANDED COST TAG".
           ADD 1 TO TAGS-VOIDED.
           ADD 1 TO TAG-SUB.

      *****************************************************
      *    The register
      *****************************************************
       PRINT-THE-HEADINGS.
           MOVE TODAY-CCYYMMDD TO PRINT-TODAY.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-VOUCHER-HEADING.
           MOVE CURRENT-VOUCHER TO PRINT-VOUCHER-NUMBER.
           IF VOUCHER-FOUND = "Y"
               MOVE VOUCHER-VENDOR TO PRINT-VENDOR
               MOVE VOUCHER-INVOICE TO PRINT-INVOICE
           ELSE
               MOVE ZEROES TO PRINT-VENDOR
               MOVE SPACES TO PRINT-INVOICE.
           MOVE LAND-AMOUNT TO PRINT-BILL-AMOUNT.
           IF LAND-BASIS = "Q"
               MOVE "BY QUANTITY" TO PRINT-BASIS
           ELSE
               MOVE "BY VALUE" TO PRINT-BASIS.
           MOVE VOUCHER-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *-------------------------------------------------------------
      * The landed unit price carries every bill landed on the
      * delivery so far, not just this one - freight and duty
      * usually arrive as two bills.
      *-------------------------------------------------------------
       PRINT-ONE-TAG.
           MOVE SPACE TO DETAIL-LINE.
           MOVE TAG-PO-NUMBER (TAG-SUB) TO PRINT-PO-NUMBER.
           MOVE TAG-RECEIPT-SEQ (TAG-SUB) TO PRINT-RECEIPT-SEQ.
           MOVE TAGGED-ITEM TO PRINT-ITEM-NUMBER.
           MOVE ZEROES TO BASE-PRICE.
           MOVE ZEROES TO LANDED-PRICE.
           MOVE ZEROES TO PRINT-QUANTITY.
           MOVE ZEROES TO PRINT-LINE-NUMBER.
           IF RECEIPT-FOUND = "Y"
               PERFORM PRICE-THE-RECEIPT.
           MOVE BASE-PRICE TO PRINT-BASE-PRICE.
           MOVE TAG-SHARE TO PRINT-ALLOCATED.
           MOVE LANDED-PRICE TO PRINT-LANDED-PRICE.
           MOVE DISPOSITION TO PRINT-DISPOSITION.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRICE-THE-RECEIPT.
           MOVE RCPT-LINE-NUMBER TO PRINT-LINE-NUMBER.
           MOVE RCPT-QUANTITY TO PRINT-QUANTITY.
           IF RCPT-QUANTITY > ZERO
               COMPUTE BASE-PRICE ROUNDED =
                   RCPT-AMOUNT / RCPT-QUANTITY
               COMPUTE LANDED-PRICE ROUNDED =
                   (RCPT-AMOUNT + RCPT-LANDED-COST) / RCPT-QUANTITY.

       PRINT-THE-MESSAGE.
           MOVE MESSAGE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-VOUCHER-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "  VOUCHER:" TO PRINT-TOTAL-LABEL.
           MOVE VOUCHER-TO-STOCK TO PRINT-TO-STOCK.
           MOVE VOUCHER-TO-EXPENSE TO PRINT-TO-EXPENSE.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD VOUCHER-TO-STOCK TO RUN-TO-STOCK.
           ADD VOUCHER-TO-EXPENSE TO RUN-TO-EXPENSE.

       PRINT-THE-RUN-TOTALS.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "RUN TOTAL:" TO PRINT-TOTAL-LABEL.
           MOVE RUN-TO-STOCK TO PRINT-TO-STOCK.
           MOVE RUN-TO-EXPENSE TO PRINT-TO-EXPENSE.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       WRITE-TO-PRINTER.
           WRITE PRINTER-RECORD.

       WRITE-THE-STEP-COUNT.
           OPEN OUTPUT STEP-COUNT-FILE.
           MOVE TAGS-LANDED TO STEP-RECORD-COUNT.
           WRITE STEP-COUNT-RECORD.
           CLOSE STEP-COUNT-FILE.

           COPY "PLINV01.CBL".

           COPY "PLPRNT01.CBL".
