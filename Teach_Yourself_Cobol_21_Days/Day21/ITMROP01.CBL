      * Reorder point suggestions
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMROP01.
      *-------------------------------------------------------------
      * Nightly replenishment check. Every active stocked item
      * with a reorder point has its stock position worked out -
      * on hand, plus everything still open on PO lines for it
      * (ordered less received, on any PO not closed or
      * cancelled, drafts included so a suggestion already
      * taken isn't made twice) - and an item at or below its
      * reorder point is short. A short item is suggested at its
      * reorder quantity, raised if need be to lift the position
      * back above the reorder point, and priced from the item's
      * purchase history: the newest ITEM-HIST-PRICE paid to the
      * preferred vendor, otherwise the newest paid to anyone.
      * The open PO quantities are sorted into item order first
      * and matched against the item master as it is read, then
      * the short items are sorted by preferred vendor for the
      * suggested-order report, one section per vendor with its
      * total. The suggestion file is rebuilt from scratch each
      * run for the buyer to accept or reject in ITMSUG01.
      * Runs unattended as a nightly batch step; a blank print
      * destination defaults to PRINTER.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLITEM01.CBL".

           COPY "SLPO01.CBL".

           COPY "SLPOLN01.CBL".

           COPY "SLVND02.CBL".

           COPY "SLSUGG01.CBL".

           COPY "SLSTEPC.CBL".

           SELECT ORDER-WORK-FILE
               ASSIGN TO "WORK"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ORDER-SORT-FILE
               ASSIGN TO "SORT".

           SELECT SHORT-WORK-FILE
               ASSIGN TO "WORK2"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SHORT-SORT-FILE
               ASSIGN TO "SORT2".

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDITEM01.CBL".

           COPY "FDPO01.CBL".

           COPY "FDPOLN01.CBL".

           COPY "FDVND04.CBL".

           COPY "FDSUGG01.CBL".

           COPY "FDSTEPC.CBL".

       FD  ORDER-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  ORDER-WORK-RECORD.
           05 ORDER-WORK-ITEM           PIC X(10).
           05 ORDER-WORK-QUANTITY       PIC 9(5).

       SD  ORDER-SORT-FILE.

       01  ORDER-SORT-RECORD.
           05 ORDER-SORT-ITEM           PIC X(10).
           05 ORDER-SORT-QUANTITY       PIC 9(5).

       FD  SHORT-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  SHORT-WORK-RECORD.
           05 SHORT-WORK-VENDOR         PIC 9(5).
           05 SHORT-WORK-ITEM           PIC X(10).
           05 SHORT-WORK-DESCRIPTION    PIC X(30).
           05 SHORT-WORK-ON-HAND        PIC S9(7).
           05 SHORT-WORK-ON-ORDER       PIC 9(7).
           05 SHORT-WORK-REORDER-POINT  PIC 9(7).
           05 SHORT-WORK-QUANTITY       PIC 9(5).
           05 SHORT-WORK-UNIT-PRICE     PIC S9(5)V99.

       SD  SHORT-SORT-FILE.

       01  SHORT-SORT-RECORD.
           05 SHORT-SORT-VENDOR         PIC 9(5).
           05 SHORT-SORT-ITEM           PIC X(10).
           05 SHORT-SORT-DESCRIPTION    PIC X(30).
           05 SHORT-SORT-ON-HAND        PIC S9(7).
           05 SHORT-SORT-ON-ORDER       PIC 9(7).
           05 SHORT-SORT-REORDER-POINT  PIC 9(7).
           05 SHORT-SORT-QUANTITY       PIC 9(5).
           05 SHORT-SORT-UNIT-PRICE     PIC S9(5)V99.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "WSPRNT01.CBL".

       77  LINE-FILE-AT-END             PIC X.
       77  ITEM-FILE-AT-END             PIC X.
       77  ORDER-WORK-AT-END            PIC X.
       77  SHORT-WORK-AT-END            PIC X.
       77  PO-FOUND                     PIC X.
       77  LAST-PO-READ                 PIC 9(5).

       77  TODAY-CCYYMMDD               PIC 9(8).
       77  CURRENT-VENDOR               PIC 9(5).
       77  ITEM-ON-ORDER                PIC 9(7).
       77  LINE-OPEN-QTY                PIC S9(7).
       77  STOCK-POSITION               PIC S9(9).
       77  NEEDED-QTY                   PIC S9(9).
       77  HIST-SUB                     PIC 9 COMP.
       77  SUGGESTED-EXTENSION          PIC S9(9)V99.
       77  VENDOR-HIST-PRICE            PIC S9(5)V99.
       77  ANY-HIST-PRICE               PIC S9(5)V99.
       77  VENDOR-PRICE-FOUND           PIC X.

       77  VENDOR-TOTAL                 PIC S9(11)V99.
       77  VENDOR-LINE-COUNT            PIC 9(5).
       77  GRAND-TOTAL                  PIC S9(11)V99 VALUE ZERO.
       77  SUGGESTIONS-WRITTEN          PIC 9(5) VALUE ZERO.
       77  NO-VENDOR-COUNT              PIC 9(5) VALUE ZERO.

       01  TITLE-LINE.
           05 FILLER                   PIC X(30)
              VALUE "SUGGESTED ORDERS - REORDER RUN".
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-TODAY              PIC 9(8).

       01  COLUMN-LINE.
           05 FILLER                   PIC X(11) VALUE "ITEM".
           05 FILLER                   PIC X(15) VALUE "DESCRIPTION".
           05 FILLER                   PIC X(8) VALUE " ON HAND".
           05 FILLER                   PIC X(8) VALUE "  ON ORD".
           05 FILLER                   PIC X(8) VALUE " REORDER".
           05 FILLER                   PIC X(7) VALUE "  ORDER".
           05 FILLER                   PIC X(10) VALUE " UNIT COST".
           05 FILLER                   PIC X(12) VALUE
              "   EXTENSION".

       01  VENDOR-LINE.
           05 FILLER                   PIC X(7) VALUE "VENDOR ".
           05 PRINT-VENDOR-NUMBER      PIC 9(5).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-VENDOR-NAME        PIC X(30).

       01  DETAIL-LINE.
           05 PRINT-ITEM-NUMBER        PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-DESCRIPTION        PIC X(15).
           05 PRINT-ON-HAND            PIC ZZZZZZ9-.
           05 PRINT-ON-ORDER           PIC ZZZZZZZ9.
           05 PRINT-REORDER-POINT      PIC ZZZZZZZ9.
           05 PRINT-QUANTITY           PIC ZZZZZZ9.
           05 PRINT-UNIT-PRICE         PIC ZZ,ZZ9.99-.
           05 PRINT-EXTENSION          PIC ZZZ,ZZ9.99-.

       01  TOTAL-LINE.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 PRINT-TOTAL-LABEL        PIC X(36).
           05 PRINT-TOTAL-COUNT        PIC ZZZZ9.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 PRINT-TOTAL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN INPUT ITEM-FILE.
           OPEN INPUT PO-FILE.
           OPEN INPUT PO-LINE-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN OUTPUT SUGGESTION-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           MOVE "ITMROP01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE ITEM-FILE.
           CLOSE PO-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE VENDOR-FILE.
           CLOSE SUGGESTION-FILE.
           CLOSE PRINTER-FILE.
           PERFORM WRITE-THE-STEP-COUNT.

       MAIN-PROCESS.
           PERFORM SORT-THE-OPEN-ORDERS.
           PERFORM SORT-THE-SHORT-ITEMS.
           PERFORM PRINT-THE-HEADINGS.
           OPEN INPUT SHORT-WORK-FILE.
           MOVE "N" TO SHORT-WORK-AT-END.
           PERFORM READ-NEXT-SHORT-WORK.
           PERFORM PROCESS-ONE-VENDOR
               UNTIL SHORT-WORK-AT-END = "Y".
           CLOSE SHORT-WORK-FILE.
           PERFORM PRINT-THE-GRAND-TOTAL.
           DISPLAY SUGGESTIONS-WRITTEN " REORDER SUGGESTION(S) "
               "WRITTEN".

      *****************************************************
      *    Open PO quantity by item
      *****************************************************
       SORT-THE-OPEN-ORDERS.
           SORT ORDER-SORT-FILE
               ON ASCENDING KEY ORDER-SORT-ITEM
               INPUT PROCEDURE IS RELEASE-OPEN-PO-LINES
               GIVING ORDER-WORK-FILE.

       RELEASE-OPEN-PO-LINES.
           MOVE ZEROES TO LAST-PO-READ.
           MOVE "N" TO PO-FOUND.
           MOVE "N" TO LINE-FILE-AT-END.
           PERFORM READ-NEXT-PO-LINE.
           PERFORM RELEASE-ONE-PO-LINE
               UNTIL LINE-FILE-AT-END = "Y".

       READ-NEXT-PO-LINE.
           READ PO-LINE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LINE-FILE-AT-END.

       RELEASE-ONE-PO-LINE.
           IF POLN-ITEM-NUMBER NOT = SPACES
               PERFORM CHECK-LINE-STILL-OPEN.
           PERFORM READ-NEXT-PO-LINE.

      *-------------------------------------------------------------
      * The PO header is read once per PO, not once per line.
      *-------------------------------------------------------------
       CHECK-LINE-STILL-OPEN.
           IF POLN-PO-NUMBER NOT = LAST-PO-READ
               PERFORM READ-LINE-PO.
           COMPUTE LINE-OPEN-QTY =
               POLN-QUANTITY - POLN-RECEIVED-QTY.
           IF PO-FOUND = "Y"
               AND NOT PO-STATUS-CLOSED
               AND NOT PO-STATUS-CANCELLED
               AND LINE-OPEN-QTY > ZERO
               MOVE POLN-ITEM-NUMBER TO ORDER-SORT-ITEM
               MOVE LINE-OPEN-QTY TO ORDER-SORT-QUANTITY
               RELEASE ORDER-SORT-RECORD.

       READ-LINE-PO.
           MOVE POLN-PO-NUMBER TO PO-NUMBER.
           MOVE POLN-PO-NUMBER TO LAST-PO-READ.
           MOVE "Y" TO PO-FOUND.
           READ PO-FILE RECORD
               INVALID KEY
                   MOVE "N" TO PO-FOUND.

      *****************************************************
      *    Items at or below their reorder point
      *****************************************************
       SORT-THE-SHORT-ITEMS.
           SORT SHORT-SORT-FILE
               ON ASCENDING KEY SHORT-SORT-VENDOR
                   SHORT-SORT-ITEM
               INPUT PROCEDURE IS RELEASE-SHORT-ITEMS
               GIVING SHORT-WORK-FILE.

       RELEASE-SHORT-ITEMS.
           OPEN INPUT ORDER-WORK-FILE.
           MOVE "N" TO ORDER-WORK-AT-END.
           PERFORM READ-NEXT-ORDER-WORK.
           MOVE "N" TO ITEM-FILE-AT-END.
           PERFORM READ-NEXT-ITEM.
           PERFORM CHECK-ONE-ITEM
               UNTIL ITEM-FILE-AT-END = "Y".
           CLOSE ORDER-WORK-FILE.

       READ-NEXT-ORDER-WORK.
           READ ORDER-WORK-FILE
               AT END
                   MOVE "Y" TO ORDER-WORK-AT-END.

       READ-NEXT-ITEM.
           READ ITEM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ITEM-FILE-AT-END.

      *-------------------------------------------------------------
      * Both files run in item number order, so the open PO
      * quantities for the item in hand are the work records
      * matching it - any for an item no longer on the master
      * are passed over.
      *-------------------------------------------------------------
       CHECK-ONE-ITEM.
           MOVE ZEROES TO ITEM-ON-ORDER.
           PERFORM SKIP-ONE-ORDER-WORK
               UNTIL ORDER-WORK-AT-END = "Y"
                   OR ORDER-WORK-ITEM NOT < ITEM-NUMBER.
           PERFORM ADD-ONE-ORDER-WORK
               UNTIL ORDER-WORK-AT-END = "Y"
                   OR ORDER-WORK-ITEM NOT = ITEM-NUMBER.
           IF ITEM-IS-STOCKED AND ITEM-IS-ACTIVE
               PERFORM CHECK-ITEM-POSITION.
           PERFORM READ-NEXT-ITEM.

       SKIP-ONE-ORDER-WORK.
           PERFORM READ-NEXT-ORDER-WORK.

       ADD-ONE-ORDER-WORK.
           ADD ORDER-WORK-QUANTITY TO ITEM-ON-ORDER.
           PERFORM READ-NEXT-ORDER-WORK.

       CHECK-ITEM-POSITION.
           IF ITEM-ON-HAND-QTY NOT NUMERIC
               MOVE ZEROES TO ITEM-ON-HAND-QTY.
           IF ITEM-REORDER-POINT NOT NUMERIC
               MOVE ZEROES TO ITEM-REORDER-POINT.
           IF ITEM-REORDER-QTY NOT NUMERIC
               MOVE ZEROES TO ITEM-REORDER-QTY.
           IF ITEM-PREFERRED-VENDOR NOT NUMERIC
               MOVE ZEROES TO ITEM-PREFERRED-VENDOR.
           COMPUTE STOCK-POSITION =
               ITEM-ON-HAND-QTY + ITEM-ON-ORDER.
           IF ITEM-REORDER-POINT NOT = ZEROES
               AND STOCK-POSITION NOT > ITEM-REORDER-POINT
               PERFORM RELEASE-SHORT-ITEM.

      *-------------------------------------------------------------
      * The reorder quantity, unless the item is so far down
      * that it wouldn't clear the reorder point - then what it
      * takes to get one past it.
      *-------------------------------------------------------------
       RELEASE-SHORT-ITEM.
           COMPUTE NEEDED-QTY =
               ITEM-REORDER-POINT - STOCK-POSITION + 1.
           IF NEEDED-QTY < ITEM-REORDER-QTY
               MOVE ITEM-REORDER-QTY TO NEEDED-QTY.
           IF NEEDED-QTY > 99999
               MOVE 99999 TO NEEDED-QTY.
           MOVE ITEM-PREFERRED-VENDOR TO SHORT-SORT-VENDOR.
           MOVE ITEM-NUMBER TO SHORT-SORT-ITEM.
           MOVE ITEM-DESCRIPTION TO SHORT-SORT-DESCRIPTION.
           MOVE ITEM-ON-HAND-QTY TO SHORT-SORT-ON-HAND.
           MOVE ITEM-ON-ORDER TO SHORT-SORT-ON-ORDER.
           MOVE ITEM-REORDER-POINT TO SHORT-SORT-REORDER-POINT.
           MOVE NEEDED-QTY TO SHORT-SORT-QUANTITY.
           PERFORM PRICE-FROM-HISTORY.
           RELEASE SHORT-SORT-RECORD.

      *-------------------------------------------------------------
      * History is newest first, so walking it oldest to newest
      * leaves the newest price standing. The preferred
      * vendor's newest price wins; failing that, the newest
      * price at all.
      *-------------------------------------------------------------
       PRICE-FROM-HISTORY.
           MOVE ZEROES TO VENDOR-HIST-PRICE.
           MOVE ZEROES TO ANY-HIST-PRICE.
           MOVE "N" TO VENDOR-PRICE-FOUND.
           MOVE 5 TO HIST-SUB.
           PERFORM CHECK-ONE-HISTORY-PRICE
               UNTIL HIST-SUB < 1.
           IF VENDOR-PRICE-FOUND = "Y"
               MOVE VENDOR-HIST-PRICE TO SHORT-SORT-UNIT-PRICE
           ELSE
               MOVE ANY-HIST-PRICE TO SHORT-SORT-UNIT-PRICE.

       CHECK-ONE-HISTORY-PRICE.
           IF ITEM-HIST-DATE (HIST-SUB) NOT = ZEROES
               MOVE ITEM-HIST-PRICE (HIST-SUB) TO ANY-HIST-PRICE
               IF ITEM-HIST-VENDOR (HIST-SUB) = ITEM-PREFERRED-VENDOR
                   MOVE ITEM-HIST-PRICE (HIST-SUB)
                       TO VENDOR-HIST-PRICE
                   MOVE "Y" TO VENDOR-PRICE-FOUND.
           SUBTRACT 1 FROM HIST-SUB.

      *****************************************************
      *    The suggested-order report, by vendor
      *****************************************************
       READ-NEXT-SHORT-WORK.
           READ SHORT-WORK-FILE
               AT END
                   MOVE "Y" TO SHORT-WORK-AT-END.

       PROCESS-ONE-VENDOR.
           PERFORM START-ONE-VENDOR.
           PERFORM PROCESS-ONE-SUGGESTION
               UNTIL SHORT-WORK-AT-END = "Y"
                   OR SHORT-WORK-VENDOR NOT = CURRENT-VENDOR.
           PERFORM END-ONE-VENDOR.

       START-ONE-VENDOR.
           MOVE SHORT-WORK-VENDOR TO CURRENT-VENDOR.
           MOVE ZEROES TO VENDOR-TOTAL.
           MOVE ZEROES TO VENDOR-LINE-COUNT.
           MOVE SPACE TO VENDOR-LINE.
           MOVE CURRENT-VENDOR TO PRINT-VENDOR-NUMBER.
           IF CURRENT-VENDOR = ZEROES
               MOVE "** NO PREFERRED VENDOR **" TO PRINT-VENDOR-NAME
           ELSE
               PERFORM LOOK-UP-VENDOR-NAME.
           MOVE VENDOR-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       LOOK-UP-VENDOR-NAME.
           MOVE CURRENT-VENDOR TO VENDOR-NUMBER.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "** VENDOR NOT ON FILE **" TO VENDOR-NAME.
           MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.

       PROCESS-ONE-SUGGESTION.
           COMPUTE SUGGESTED-EXTENSION ROUNDED =
               SHORT-WORK-QUANTITY * SHORT-WORK-UNIT-PRICE.
           MOVE SPACE TO DETAIL-LINE.
           MOVE SHORT-WORK-ITEM TO PRINT-ITEM-NUMBER.
           MOVE SHORT-WORK-DESCRIPTION TO PRINT-DESCRIPTION.
           MOVE SHORT-WORK-ON-HAND TO PRINT-ON-HAND.
           MOVE SHORT-WORK-ON-ORDER TO PRINT-ON-ORDER.
           MOVE SHORT-WORK-REORDER-POINT TO PRINT-REORDER-POINT.
           MOVE SHORT-WORK-QUANTITY TO PRINT-QUANTITY.
           MOVE SHORT-WORK-UNIT-PRICE TO PRINT-UNIT-PRICE.
           MOVE SUGGESTED-EXTENSION TO PRINT-EXTENSION.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD SUGGESTED-EXTENSION TO VENDOR-TOTAL.
           ADD 1 TO VENDOR-LINE-COUNT.
           IF CURRENT-VENDOR = ZEROES
               ADD 1 TO NO-VENDOR-COUNT.
           PERFORM WRITE-SUGGESTION-RECORD.
           PERFORM READ-NEXT-SHORT-WORK.

       WRITE-SUGGESTION-RECORD.
           MOVE SHORT-WORK-VENDOR TO SUGG-VENDOR.
           MOVE SHORT-WORK-ITEM TO SUGG-ITEM-NUMBER.
           MOVE TODAY-CCYYMMDD TO SUGG-RUN-DATE.
           MOVE SHORT-WORK-DESCRIPTION TO SUGG-DESCRIPTION.
           MOVE SHORT-WORK-ON-HAND TO SUGG-ON-HAND.
           MOVE SHORT-WORK-ON-ORDER TO SUGG-ON-ORDER.
           MOVE SHORT-WORK-REORDER-POINT TO SUGG-REORDER-POINT.
           MOVE SHORT-WORK-QUANTITY TO SUGG-QUANTITY.
           MOVE SHORT-WORK-UNIT-PRICE TO SUGG-UNIT-PRICE.
           MOVE "O" TO SUGG-STATUS.
           MOVE ZEROES TO SUGG-PO-NUMBER.
           WRITE SUGGESTION-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING SUGGESTION FOR "
                   SHORT-WORK-ITEM.
           ADD 1 TO SUGGESTIONS-WRITTEN.

       END-ONE-VENDOR.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "VENDOR TOTAL:" TO PRINT-TOTAL-LABEL.
           MOVE VENDOR-LINE-COUNT TO PRINT-TOTAL-COUNT.
           MOVE VENDOR-TOTAL TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD VENDOR-TOTAL TO GRAND-TOTAL.

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

       PRINT-THE-GRAND-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "TOTAL SUGGESTED:" TO PRINT-TOTAL-LABEL.
           MOVE SUGGESTIONS-WRITTEN TO PRINT-TOTAL-COUNT.
           MOVE GRAND-TOTAL TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "NEEDING A PREFERRED VENDOR:" TO PRINT-TOTAL-LABEL.
           MOVE NO-VENDOR-COUNT TO PRINT-TOTAL-COUNT.
           MOVE ZEROES TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       WRITE-TO-PRINTER.
           WRITE PRINTER-RECORD.

       WRITE-THE-STEP-COUNT.
           OPEN OUTPUT STEP-COUNT-FILE.
           MOVE SUGGESTIONS-WRITTEN TO STEP-RECORD-COUNT.
           WRITE STEP-COUNT-RECORD.
           CLOSE STEP-COUNT-FILE.

           COPY "PLPRNT01.CBL".
