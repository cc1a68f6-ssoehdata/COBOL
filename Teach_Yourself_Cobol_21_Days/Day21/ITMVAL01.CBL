      * Stock status and valuation report
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMVAL01.
      *-------------------------------------------------------------
      * Lists every stocked item on the item master in item
      * number order - location, quantity on hand, moving-
      * average unit cost, and the extended value - and totals
      * the stock at cost. An item showing less than nothing on
      * hand prints flagged; it means an issue or return was
      * keyed ahead of the receipt and the count needs looking
      * at.
      * The total is what the inventory GL account should carry.
      * The account itself is printed from the control record
      * under the total, along with the issues, write-offs,
      * adjustments, and landed costs on the history file that
      * ITMJRN01 hasn't journaled yet - the GL balance plus that
      * figure is the stock value when everything has gone
      * across.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLITEM01.CBL".

           COPY "SLINVH01.CBL".

           COPY "SLGLACT01.CBL".

           COPY "SLCONTRL.CBL".

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDITEM01.CBL".

           COPY "FDINVH01.CBL".

           COPY "FDGLACT01.CBL".

           COPY "FDCONTRL.CBL".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "WSPRNT01.CBL".

       77  ITEM-FILE-AT-END            PIC X VALUE "N".
       77  HISTORY-FILE-AT-END         PIC X VALUE "N".
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  ITEM-VALUE                  PIC S9(11)V99.
       77  STOCK-TOTAL                 PIC S9(11)V99 VALUE ZERO.
       77  UNJOURNALED-TOTAL           PIC S9(11)V99 VALUE ZERO.
       77  ITEMS-LISTED                PIC 9(5) VALUE ZERO.
       77  ITEMS-NEGATIVE              PIC 9(5) VALUE ZERO.
       77  MOVEMENTS-UNJOURNALED       PIC 9(5) VALUE ZERO.

       01  TITLE-LINE.
           05 FILLER                   PIC X(34) VALUE
              "STOCK STATUS AND VALUATION AS OF ".
           05 PRINT-TODAY              PIC 9(8).

       01  COLUMN-LINE.
           05 FILLER                   PIC X(11) VALUE "ITEM".
           05 FILLER                   PIC X(21) VALUE "DESCRIPTION".
           05 FILLER                   PIC X(11) VALUE "LOCATION".
           05 FILLER                   PIC X(9) VALUE "  ON HAND".
           05 FILLER                   PIC X(11) VALUE "   AVG COST".
           05 FILLER                   PIC X(15) VALUE
              "          VALUE".

       01  DETAIL-LINE.
           05 PRINT-ITEM-NUMBER        PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-DESCRIPTION        PIC X(20).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-LOCATION           PIC X(10).
           05 PRINT-ON-HAND            PIC Z,ZZZ,ZZ9-.
           05 PRINT-AVERAGE-COST       PIC ZZ,ZZ9.9999.
           05 PRINT-ITEM-VALUE         PIC ZZZ,ZZZ,ZZ9.99-.
           05 PRINT-NEGATIVE-FLAG      PIC X(2).

       01  TOTAL-LINE.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 PRINT-TOTAL-LABEL        PIC X(36).
           05 PRINT-TOTAL-COUNT        PIC ZZZZ9.
           05 FILLER                   PIC X(8) VALUE SPACE.
           05 PRINT-TOTAL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.

       01  ACCOUNT-LINE.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 FILLER                   PIC X(23) VALUE
              "INVENTORY GL ACCOUNT: ".
           05 PRINT-ACCOUNT-NUMBER     PIC X(6).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-ACCOUNT-NAME       PIC X(30).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN INPUT ITEM-FILE.
           OPEN INPUT INVENTORY-HISTORY-FILE.
           OPEN INPUT GLACCOUNT-FILE.
           OPEN INPUT CONTROL-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           MOVE "ITMVAL01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE ITEM-FILE.
           CLOSE INVENTORY-HISTORY-FILE.
           CLOSE GLACCOUNT-FILE.
           CLOSE CONTROL-FILE.
           CLOSE PRINTER-FILE.

       MAIN-PROCESS.
           PERFORM PRINT-THE-HEADINGS.
           PERFORM READ-NEXT-ITEM.
           PERFORM PROCESS-ALL-ITEMS
               UNTIL ITEM-FILE-AT-END = "Y".
           PERFORM TOTAL-UNJOURNALED-MOVEMENTS.
           PERFORM PRINT-THE-TOTALS.

       READ-NEXT-ITEM.
           READ ITEM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ITEM-FILE-AT-END.

       PROCESS-ALL-ITEMS.
           IF ITEM-IS-STOCKED
               PERFORM PRINT-ONE-ITEM.
           PERFORM READ-NEXT-ITEM.

       PRINT-ONE-ITEM.
           IF ITEM-ON-HAND-QTY NOT NUMERIC
               MOVE ZEROES TO ITEM-ON-HAND-QTY.
           IF ITEM-AVERAGE-COST NOT NUMERIC
               MOVE ZEROES TO ITEM-AVERAGE-COST.
           COMPUTE ITEM-VALUE ROUNDED =
               ITEM-ON-HAND-QTY * ITEM-AVERAGE-COST.
           MOVE SPACE TO DETAIL-LINE.
           MOVE ITEM-NUMBER TO PRINT-ITEM-NUMBER.
           MOVE ITEM-DESCRIPTION TO PRINT-DESCRIPTION.
           MOVE ITEM-LOCATION TO PRINT-LOCATION.
           MOVE ITEM-ON-HAND-QTY TO PRINT-ON-HAND.
           MOVE ITEM-AVERAGE-COST TO PRINT-AVERAGE-COST.
           MOVE ITEM-VALUE TO PRINT-ITEM-VALUE.
           IF ITEM-ON-HAND-QTY < ZERO
               MOVE " *" TO PRINT-NEGATIVE-FLAG
               ADD 1 TO ITEMS-NEGATIVE.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD ITEM-VALUE TO STOCK-TOTAL.
           ADD 1 TO ITEMS-LISTED.

      *-------------------------------------------------------------
      * Issues, write-offs, and adjustments leave inventory
      * through ITMJRN01; any still unstamped are the
      * difference between the stock value and the GL.
      *-------------------------------------------------------------
       TOTAL-UNJOURNALED-MOVEMENTS.
           PERFORM READ-NEXT-HISTORY.
           PERFORM CHECK-ONE-HISTORY
               UNTIL HISTORY-FILE-AT-END = "Y".

       READ-NEXT-HISTORY.
           READ INVENTORY-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO HISTORY-FILE-AT-END.

       CHECK-ONE-HISTORY.
           IF (INVH-IS-ISSUE OR INVH-IS-WRITE-OFF
               OR INVH-IS-ADJUSTMENT OR INVH-IS-LANDED-COST)
               AND INVH-GL-POSTED-DATE = ZEROES
               ADD INVH-VALUE TO UNJOURNALED-TOTAL
               ADD 1 TO MOVEMENTS-UNJOURNALED.
           PERFORM READ-NEXT-HISTORY.

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

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "TOTAL STOCK AT AVERAGE COST:" TO PRINT-TOTAL-LABEL.
           MOVE ITEMS-LISTED TO PRINT-TOTAL-COUNT.
           MOVE STOCK-TOTAL TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "ITEMS BELOW ZERO ON HAND (*):"
               TO PRINT-TOTAL-LABEL.
           MOVE ITEMS-NEGATIVE TO PRINT-TOTAL-COUNT.
           MOVE ZEROES TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "MOVEMENTS NOT YET JOURNALED:" TO PRINT-TOTAL-LABEL.
           MOVE MOVEMENTS-UNJOURNALED TO PRINT-TOTAL-COUNT.
           MOVE UNJOURNALED-TOTAL TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "GL BALANCE SHOULD BE:" TO PRINT-TOTAL-LABEL.
           MOVE ZEROES TO PRINT-TOTAL-COUNT.
           COMPUTE ITEM-VALUE = STOCK-TOTAL - UNJOURNALED-TOTAL.
           MOVE ITEM-VALUE TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM PRINT-THE-ACCOUNT.

       PRINT-THE-ACCOUNT.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-INVENTORY-ACCOUNT.
           IF CONTROL-INVENTORY-ACCOUNT NOT NUMERIC
               MOVE ZEROES TO CONTROL-INVENTORY-ACCOUNT.
           MOVE SPACE TO ACCOUNT-LINE.
           IF CONTROL-INVENTORY-ACCOUNT = ZEROES
               MOVE "NONE" TO PRINT-ACCOUNT-NUMBER
               MOVE "(SET UP BY THE FIRST ITMJRN01)"
                   TO PRINT-ACCOUNT-NAME
           ELSE
               MOVE CONTROL-INVENTORY-ACCOUNT TO PRINT-ACCOUNT-NUMBER
               PERFORM READ-INVENTORY-ACCOUNT
               MOVE GL-ACCOUNT-NAME TO PRINT-ACCOUNT-NAME.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE ACCOUNT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       READ-INVENTORY-ACCOUNT.
           MOVE CONTROL-INVENTORY-ACCOUNT TO GL-ACCOUNT-NUMBER.
           READ GLACCOUNT-FILE RECORD
               INVALID KEY
                   MOVE "** NOT ON CHART OF ACCOUNTS **"
                       TO GL-ACCOUNT-NAME.

       WRITE-TO-PRINTER.
           WRITE PRINTER-RECORD.

           COPY "PLPRNT01.CBL".
