      * Inventory movement GL journal
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMJRN01.
      *-------------------------------------------------------------
      * Journals the stock that left (or came back onto) the
      * shelf outside purchasing - the issues to jobs, the
      * write-offs, and the count adjustments keyed in ITMISS01
      * that haven't gone to the GL yet. Each movement is
      * listed; the offset accounts are netted one journal line
      * per account, and the inventory account on the control
      * record takes the other side:
      *   stock out (issue, write-off, adjustment down) - debit
      *     the job cost or shrinkage account, credit inventory;
      *   stock in (adjustment up) - debit inventory, credit the
      *     adjustment account;
      *   landed cost - debit inventory, credit the freight or
      *     duty expense account the tagged voucher booked to.
      * The batch is proven in balance before GLAEXP01's export
      * format is written to ITMGLEXP, takes the next
      * CONTROL-LAST-GL-BATCH number, and goes on the GL batch
      * status file for GLACNF01 to confirm. Only then is each
      * movement stamped with the posting date and batch, so a
      * run that writes nothing leaves everything for the next.
      * Receipts and returns to vendor are not journaled here -
      * they reach the GL through their vouchers.
      * The inventory account is keyed the first time the
      * journal runs and saved on the control record.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLINVH01.CBL".

           COPY "SLGLACT01.CBL".

           COPY "SLCONTRL.CBL".

           COPY "SLCTLLOG.CBL".

           COPY "SLGLBAT.CBL".

           SELECT GL-EXPORT-FILE
               ASSIGN TO "ITMGLEXP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDINVH01.CBL".

           COPY "FDGLACT01.CBL".

           COPY "FDCONTRL.CBL".

           COPY "FDCTLLOG.CBL".

           COPY "FDGLBAT.CBL".

       FD  GL-EXPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  GL-EXPORT-RECORD.
           05 EXPORT-DEBIT-CREDIT       PIC X.
           05 FILLER                    PIC X VALUE ",".
           05 EXPORT-GL-ACCOUNT-NUMBER  PIC 9(6).
           05 FILLER                    PIC X VALUE ",".
           05 EXPORT-GL-ACCOUNT-NAME    PIC X(30).
           05 FILLER                    PIC X VALUE ",".
           05 EXPORT-GL-BATCH-DATE      PIC 9(8).
           05 FILLER                    PIC X VALUE ",".
           05 EXPORT-GL-ACCOUNT-TOTAL   PIC -(10)9.99.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "WSPRNT01.CBL".

       77  HISTORY-FILE-AT-END          PIC X.
       77  RECORD-FOUND                 PIC X.

       77  TODAY-CCYYMMDD               PIC 9(8).
       77  MOVEMENT-COUNT               PIC 9(5) VALUE ZERO.
       77  MOVEMENT-TOTAL               PIC S9(11)V99 VALUE ZERO.
       77  UNCODED-COUNT                PIC 9(5) VALUE ZERO.
       77  UNCODED-TOTAL                PIC S9(11)V99 VALUE ZERO.
       77  INVENTORY-NET                PIC S9(11)V99 VALUE ZERO.
       77  MOVEMENTS-STAMPED            PIC 9(5) VALUE ZERO.

       77  GL-BATCH-NUMBER              PIC 9(6) VALUE ZERO.
       77  OLD-CONTROL-VALUE            PIC 9(8).
       77  CURRENT-TIME                 PIC 9(8).
       77  LINES-EXPORTED               PIC 9(5).
       77  BATCH-DEBIT-TOTAL            PIC S9(11)V99 VALUE ZERO.
       77  BATCH-CREDIT-TOTAL           PIC S9(11)V99 VALUE ZERO.

      *-------------------------------------------------------------
      * The offset accounts, one line each, carrying the net of
      * their movements as the inventory side sees it reversed -
      * positive is a debit. The sides are set once the table
      * is complete and the inventory line goes on the end.
      *-------------------------------------------------------------
       77  JOURNAL-LINE-COUNT           PIC 9(3) COMP VALUE ZERO.
       77  JOURNAL-LINE-LIMIT           PIC 9(3) COMP VALUE 199.
       77  JOURNAL-SUB                  PIC 9(3) COMP.

       01  JOURNAL-TABLE.
           05 JOURNAL-LINE OCCURS 200 TIMES.
              10 JOURNAL-DEBIT-CREDIT   PIC X.
              10 JOURNAL-ACCOUNT        PIC 9(6).
              10 JOURNAL-AMOUNT         PIC S9(11)V99.

       01  TITLE-LINE.
           05 FILLER                   PIC X(34)
              VALUE "INVENTORY MOVEMENT JOURNAL - RUN ".
           05 PRINT-TODAY              PIC 9(8).

       01  COLUMN-LINE.
           05 FILLER                   PIC X(9) VALUE "MOVEMENT".
           05 FILLER                   PIC X(9) VALUE "DATE".
           05 FILLER                   PIC X(11) VALUE "ITEM".
           05 FILLER                   PIC X(2) VALUE "T".
           05 FILLER                   PIC X(9) VALUE "      QTY".
           05 FILLER                   PIC X(15)
              VALUE "          VALUE".
           05 FILLER                   PIC X(8) VALUE "  GL".
           05 FILLER                   PIC X(10) VALUE "JOB".

       01  DETAIL-LINE.
           05 PRINT-MOVEMENT-NUMBER    PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-MOVEMENT-DATE      PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-ITEM-NUMBER        PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-MOVEMENT-TYPE      PIC X(1).
           05 PRINT-QUANTITY           PIC Z,ZZZ,ZZ9-.
           05 PRINT-VALUE              PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-GL-ACCOUNT         PIC X(6).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-JOB                PIC X(10).

       01  TOTAL-LINE.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 PRINT-TOTAL-LABEL        PIC X(30).
           05 PRINT-TOTAL-COUNT        PIC ZZZZ9.
           05 FILLER                   PIC X(8) VALUE SPACE.
           05 PRINT-TOTAL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.

       01  JOURNAL-PRINT-LINE.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 PRINT-JOURNAL-DC         PIC X(1).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-JOURNAL-ACCOUNT    PIC 9(6).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-JOURNAL-NAME       PIC X(30).
           05 PRINT-JOURNAL-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.

       01  BATCH-LINE.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 FILLER                   PIC X(18) VALUE "GL BATCH".
           05 PRINT-BATCH-NUMBER       PIC 9(6).
           05 FILLER                   PIC X(7) VALUE " DATED ".
           05 PRINT-BATCH-DATE         PIC 9(8).
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-BATCH-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN I-O INVENTORY-HISTORY-FILE.
           OPEN INPUT GLACCOUNT-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN EXTEND CONTROL-LOG-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM GET-INVENTORY-ACCOUNT.
           MOVE "ITMJRN01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

      *-------------------------------------------------------------
      * The inventory account lives on the control record so it
      * is keyed once - a zero account means it has never been
      * set up: prompt, validate against the chart of accounts,
      * and save.
      *-------------------------------------------------------------
       GET-INVENTORY-ACCOUNT.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-INVENTORY-ACCOUNT.
           IF CONTROL-INVENTORY-ACCOUNT NOT NUMERIC
               MOVE ZEROES TO CONTROL-INVENTORY-ACCOUNT.
           IF CONTROL-INVENTORY-ACCOUNT = ZEROES
               PERFORM ENTER-INVENTORY-ACCOUNT
               PERFORM SAVE-CONTROL-RECORD.

       ENTER-INVENTORY-ACCOUNT.
           PERFORM ACCEPT-INVENTORY-ACCOUNT.
           PERFORM RE-ACCEPT-INVENTORY-ACCOUNT
               UNTIL RECORD-FOUND = "Y".

       ACCEPT-INVENTORY-ACCOUNT.
           DISPLAY "ENTER THE INVENTORY GL ACCOUNT".
           ACCEPT CONTROL-INVENTORY-ACCOUNT.
           MOVE CONTROL-INVENTORY-ACCOUNT TO GL-ACCOUNT-NUMBER.
           PERFORM READ-GLACCOUNT-RECORD.

       RE-ACCEPT-INVENTORY-ACCOUNT.
           DISPLAY "ACCOUNT NOT ON THE CHART OF ACCOUNTS".
           PERFORM ACCEPT-INVENTORY-ACCOUNT.

       SAVE-CONTROL-RECORD.
           REWRITE CONTROL-RECORD
               INVALID KEY
                   WRITE CONTROL-RECORD
                       INVALID KEY
                       DISPLAY "ERROR WRITING CONTROL RECORD".

       CLOSING-PROCEDURE.
           CLOSE INVENTORY-HISTORY-FILE.
           CLOSE GLACCOUNT-FILE.
           CLOSE CONTROL-FILE.
           CLOSE CONTROL-LOG-FILE.
           CLOSE PRINTER-FILE.

       MAIN-PROCESS.
           PERFORM PRINT-THE-HEADINGS.
           PERFORM START-HISTORY-FILE.
           PERFORM READ-NEXT-HISTORY.
           PERFORM LIST-ONE-MOVEMENT
               UNTIL HISTORY-FILE-AT-END = "Y".
           PERFORM PRINT-THE-TOTALS.
           IF JOURNAL-LINE-COUNT NOT = ZERO
               PERFORM SET-THE-JOURNAL-SIDES
               PERFORM ADD-INVENTORY-LINE
               PERFORM TOTAL-THE-BATCH
               PERFORM WRITE-THE-BATCH-IF-BALANCED
           ELSE
               DISPLAY "NO MOVEMENTS TO JOURNAL".

       START-HISTORY-FILE.
           MOVE ZEROES TO INVH-NUMBER.
           MOVE "N" TO HISTORY-FILE-AT-END.
           START INVENTORY-HISTORY-FILE KEY NOT < INVH-NUMBER
               INVALID KEY
                   MOVE "Y" TO HISTORY-FILE-AT-END.

       READ-NEXT-HISTORY.
           IF HISTORY-FILE-AT-END NOT = "Y"
               READ INVENTORY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO HISTORY-FILE-AT-END.

      *****************************************************
      *   THE MOVEMENTS
      *****************************************************
       LIST-ONE-MOVEMENT.
           IF (INVH-IS-ISSUE OR INVH-IS-WRITE-OFF
               OR INVH-IS-ADJUSTMENT OR INVH-IS-LANDED-COST)
               AND INVH-GL-POSTED-DATE = ZEROES
               AND INVH-VALUE NOT = ZEROES
               PERFORM PRINT-ONE-MOVEMENT
               PERFORM POST-MOVEMENT-OFFSET.
           PERFORM READ-NEXT-HISTORY.

       PRINT-ONE-MOVEMENT.
           MOVE SPACE TO DETAIL-LINE.
           MOVE INVH-NUMBER TO PRINT-MOVEMENT-NUMBER.
           MOVE INVH-DATE TO PRINT-MOVEMENT-DATE.
           MOVE INVH-ITEM-NUMBER TO PRINT-ITEM-NUMBER.
           MOVE INVH-TYPE TO PRINT-MOVEMENT-TYPE.
           MOVE INVH-QUANTITY TO PRINT-QUANTITY.
           MOVE INVH-VALUE TO PRINT-VALUE.
           IF INVH-GL-ACCOUNT = ZEROES
               MOVE "UNCODE" TO PRINT-GL-ACCOUNT
           ELSE
               MOVE INVH-GL-ACCOUNT TO PRINT-GL-ACCOUNT.
           MOVE INVH-JOB TO PRINT-JOB.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD INVH-VALUE TO MOVEMENT-TOTAL.
           ADD 1 TO MOVEMENT-COUNT.

      *-------------------------------------------------------------
      * The offset account moves opposite to stock - stock out
      * (a negative value) is a debit to the offset. A movement
      * with no account can't post and is totalled separately.
      *-------------------------------------------------------------
       POST-MOVEMENT-OFFSET.
           IF INVH-GL-ACCOUNT = ZEROES
               ADD INVH-VALUE TO UNCODED-TOTAL
               ADD 1 TO UNCODED-COUNT
           ELSE
               PERFORM FIND-JOURNAL-ACCOUNT
               IF JOURNAL-SUB > JOURNAL-LINE-COUNT
                   PERFORM ADD-JOURNAL-ACCOUNT
               ELSE
                   SUBTRACT INVH-VALUE
                       FROM JOURNAL-AMOUNT (JOURNAL-SUB).

       FIND-JOURNAL-ACCOUNT.
           MOVE 1 TO JOURNAL-SUB.
           PERFORM NEXT-JOURNAL-ACCOUNT
               UNTIL JOURNAL-SUB > JOURNAL-LINE-COUNT
                   OR JOURNAL-ACCOUNT (JOURNAL-SUB) = INVH-GL-ACCOUNT.

       NEXT-JOURNAL-ACCOUNT.
           ADD 1 TO JOURNAL-SUB.

       ADD-JOURNAL-ACCOUNT.
           IF JOURNAL-LINE-COUNT = JOURNAL-LINE-LIMIT
               DISPLAY "** JOURNAL TABLE FULL - ACCOUNT "
                   INVH-GL-ACCOUNT " LEFT OUT OF THE BATCH **"
               ADD INVH-VALUE TO UNCODED-TOTAL
               ADD 1 TO UNCODED-COUNT
           ELSE
               ADD 1 TO JOURNAL-LINE-COUNT
               MOVE JOURNAL-LINE-COUNT TO JOURNAL-SUB
               MOVE INVH-GL-ACCOUNT TO JOURNAL-ACCOUNT (JOURNAL-SUB)
               COMPUTE JOURNAL-AMOUNT (JOURNAL-SUB) =
                   INVH-VALUE * -1.

      *****************************************************
      *   THE BATCH
      *****************************************************
      *-------------------------------------------------------------
      * A net debit stays a debit; a net credit turns its sign
      * to print and export as a positive credit. The inventory
      * line is the net of everything that made the table.
      *-------------------------------------------------------------
       SET-THE-JOURNAL-SIDES.
           MOVE ZEROES TO INVENTORY-NET.
           MOVE 1 TO JOURNAL-SUB.
           PERFORM SET-ONE-JOURNAL-SIDE
               UNTIL JOURNAL-SUB > JOURNAL-LINE-COUNT.

       SET-ONE-JOURNAL-SIDE.
           SUBTRACT JOURNAL-AMOUNT (JOURNAL-SUB) FROM INVENTORY-NET.
           IF JOURNAL-AMOUNT (JOURNAL-SUB) < ZERO
               MOVE "C" TO JOURNAL-DEBIT-CREDIT (JOURNAL-SUB)
               COMPUTE JOURNAL-AMOUNT (JOURNAL-SUB) =
                   JOURNAL-AMOUNT (JOURNAL-SUB) * -1
           ELSE
               MOVE "D" TO JOURNAL-DEBIT-CREDIT (JOURNAL-SUB).
           ADD 1 TO JOURNAL-SUB.

       ADD-INVENTORY-LINE.
           ADD 1 TO JOURNAL-LINE-COUNT.
           MOVE JOURNAL-LINE-COUNT TO JOURNAL-SUB.
           MOVE CONTROL-INVENTORY-ACCOUNT
               TO JOURNAL-ACCOUNT (JOURNAL-SUB).
           IF INVENTORY-NET < ZERO
               MOVE "C" TO JOURNAL-DEBIT-CREDIT (JOURNAL-SUB)
               COMPUTE JOURNAL-AMOUNT (JOURNAL-SUB) =
                   INVENTORY-NET * -1
           ELSE
               MOVE "D" TO JOURNAL-DEBIT-CREDIT (JOURNAL-SUB)
               MOVE INVENTORY-NET TO JOURNAL-AMOUNT (JOURNAL-SUB).

       TOTAL-THE-BATCH.
           MOVE ZEROES TO BATCH-DEBIT-TOTAL.
           MOVE ZEROES TO BATCH-CREDIT-TOTAL.
           MOVE 1 TO JOURNAL-SUB.
           PERFORM TOTAL-ONE-JOURNAL-LINE
               UNTIL JOURNAL-SUB > JOURNAL-LINE-COUNT.

       TOTAL-ONE-JOURNAL-LINE.
           IF JOURNAL-DEBIT-CREDIT (JOURNAL-SUB) = "D"
               ADD JOURNAL-AMOUNT (JOURNAL-SUB)
                   TO BATCH-DEBIT-TOTAL
           ELSE
               ADD JOURNAL-AMOUNT (JOURNAL-SUB)
                   TO BATCH-CREDIT-TOTAL.
           ADD 1 TO JOURNAL-SUB.

       WRITE-THE-BATCH-IF-BALANCED.
           IF BATCH-DEBIT-TOTAL NOT = BATCH-CREDIT-TOTAL
               DISPLAY "*** INVENTORY BATCH OUT OF BALANCE ***"
               DISPLAY "DEBITS:  " BATCH-DEBIT-TOTAL
               DISPLAY "CREDITS: " BATCH-CREDIT-TOTAL
               DISPLAY "THE JOURNAL FILE WAS NOT WRITTEN"
           ELSE
               PERFORM WRITE-THE-BATCH
               PERFORM STAMP-THE-MOVEMENTS
               PERFORM PRINT-THE-JOURNAL.

       WRITE-THE-BATCH.
           PERFORM ASSIGN-GL-BATCH-NUMBER.
           MOVE ZEROES TO LINES-EXPORTED.
           OPEN OUTPUT GL-EXPORT-FILE.
           MOVE 1 TO JOURNAL-SUB.
           PERFORM WRITE-ONE-JOURNAL-LINE
               UNTIL JOURNAL-SUB > JOURNAL-LINE-COUNT.
           CLOSE GL-EXPORT-FILE.
           PERFORM WRITE-BATCH-STATUS-RECORD.
           DISPLAY LINES-EXPORTED " JOURNAL LINE(S) EXPORTED TO "
               "ITMGLEXP".

       WRITE-ONE-JOURNAL-LINE.
           IF JOURNAL-AMOUNT (JOURNAL-SUB) NOT = ZEROES
               PERFORM BUILD-EXPORT-LINE
               WRITE GL-EXPORT-RECORD
               ADD 1 TO LINES-EXPORTED.
           ADD 1 TO JOURNAL-SUB.

       BUILD-EXPORT-LINE.
           MOVE JOURNAL-ACCOUNT (JOURNAL-SUB) TO GL-ACCOUNT-NUMBER.
           PERFORM READ-GLACCOUNT-RECORD.
           MOVE JOURNAL-DEBIT-CREDIT (JOURNAL-SUB)
               TO EXPORT-DEBIT-CREDIT.
           MOVE JOURNAL-ACCOUNT (JOURNAL-SUB)
               TO EXPORT-GL-ACCOUNT-NUMBER.
           MOVE GL-ACCOUNT-NAME TO EXPORT-GL-ACCOUNT-NAME.
           MOVE TODAY-CCYYMMDD TO EXPORT-GL-BATCH-DATE.
           MOVE JOURNAL-AMOUNT (JOURNAL-SUB)
               TO EXPORT-GL-ACCOUNT-TOTAL.

       READ-GLACCOUNT-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ GLACCOUNT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
                   MOVE SPACES TO GL-ACCOUNT-NAME.

       ASSIGN-GL-BATCH-NUMBER.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-LAST-GL-BATCH.
           MOVE CONTROL-LAST-GL-BATCH TO OLD-CONTROL-VALUE.
           ADD 1 TO CONTROL-LAST-GL-BATCH.
           MOVE CONTROL-LAST-GL-BATCH TO GL-BATCH-NUMBER.
           PERFORM SAVE-CONTROL-RECORD.
           PERFORM LOG-CONTROL-CHANGE.

       LOG-CONTROL-CHANGE.
           MOVE "GLBATCH" TO CTLLOG-COUNTER-NAME.
           MOVE OLD-CONTROL-VALUE TO CTLLOG-OLD-VALUE.
           MOVE CONTROL-LAST-GL-BATCH TO CTLLOG-NEW-VALUE.
           MOVE "ITMJRN01" TO CTLLOG-PROGRAM-ID.
           MOVE TODAY-CCYYMMDD TO CTLLOG-DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE CURRENT-TIME TO CTLLOG-TIME.
           WRITE CONTROL-LOG-RECORD.

       WRITE-BATCH-STATUS-RECORD.
           OPEN I-O GL-BATCH-STATUS-FILE.
           MOVE GL-BATCH-NUMBER TO GLBAT-BATCH-NUMBER.
           MOVE TODAY-CCYYMMDD TO GLBAT-EXPORT-DATE.
           MOVE LINES-EXPORTED TO GLBAT-LINE-COUNT.
           MOVE BATCH-DEBIT-TOTAL TO GLBAT-DEBIT-TOTAL.
           MOVE "N" TO GLBAT-CONFIRMED.
           MOVE ZEROES TO GLBAT-GL-POSTING-DATE.
           WRITE GL-BATCH-STATUS-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING BATCH STATUS RECORD".
           CLOSE GL-BATCH-STATUS-FILE.

      *-------------------------------------------------------------
      * Second pass - every movement whose account made it into
      * the batch is stamped. Uncoded movements, and any left
      * out by a full table, stay open for the next run.
      *-------------------------------------------------------------
       STAMP-THE-MOVEMENTS.
           PERFORM START-HISTORY-FILE.
           PERFORM READ-NEXT-HISTORY.
           PERFORM STAMP-ONE-MOVEMENT
               UNTIL HISTORY-FILE-AT-END = "Y".
           DISPLAY MOVEMENTS-STAMPED " MOVEMENT(S) STAMPED BATCH "
               GL-BATCH-NUMBER.

       STAMP-ONE-MOVEMENT.
           IF (INVH-IS-ISSUE OR INVH-IS-WRITE-OFF
               OR INVH-IS-ADJUSTMENT OR INVH-IS-LANDED-COST)
               AND INVH-GL-POSTED-DATE = ZEROES
               AND INVH-VALUE NOT = ZEROES
               AND INVH-GL-ACCOUNT NOT = ZEROES
               PERFORM STAMP-IF-JOURNALED.
           PERFORM READ-NEXT-HISTORY.

       STAMP-IF-JOURNALED.
           PERFORM FIND-JOURNAL-ACCOUNT.
           IF JOURNAL-SUB < JOURNAL-LINE-COUNT
               MOVE TODAY-CCYYMMDD TO INVH-GL-POSTED-DATE
               MOVE GL-BATCH-NUMBER TO INVH-GL-BATCH
               REWRITE INVENTORY-HISTORY-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING INVENTORY HISTORY"
               ADD 1 TO MOVEMENTS-STAMPED.

      *****************************************************
      *   PRINTING
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

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "NET MOVEMENT AT COST:" TO PRINT-TOTAL-LABEL.
           MOVE MOVEMENT-COUNT TO PRINT-TOTAL-COUNT.
           MOVE MOVEMENT-TOTAL TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "UNCODED - NOT JOURNALED:" TO PRINT-TOTAL-LABEL.
           MOVE UNCODED-COUNT TO PRINT-TOTAL-COUNT.
           MOVE UNCODED-TOTAL TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-JOURNAL.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE 1 TO JOURNAL-SUB.
           PERFORM PRINT-ONE-JOURNAL-LINE
               UNTIL JOURNAL-SUB > JOURNAL-LINE-COUNT.
           MOVE SPACE TO BATCH-LINE.
           MOVE GL-BATCH-NUMBER TO PRINT-BATCH-NUMBER.
           MOVE TODAY-CCYYMMDD TO PRINT-BATCH-DATE.
           MOVE BATCH-DEBIT-TOTAL TO PRINT-BATCH-AMOUNT.
           MOVE BATCH-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-JOURNAL-LINE.
           IF JOURNAL-AMOUNT (JOURNAL-SUB) NOT = ZEROES
               MOVE JOURNAL-ACCOUNT (JOURNAL-SUB) TO GL-ACCOUNT-NUMBER
               PERFORM READ-GLACCOUNT-RECORD
               MOVE SPACE TO JOURNAL-PRINT-LINE
               MOVE JOURNAL-DEBIT-CREDIT (JOURNAL-SUB)
                   TO PRINT-JOURNAL-DC
               MOVE JOURNAL-ACCOUNT (JOURNAL-SUB)
                   TO PRINT-JOURNAL-ACCOUNT
               MOVE GL-ACCOUNT-NAME TO PRINT-JOURNAL-NAME
               MOVE JOURNAL-AMOUNT (JOURNAL-SUB)
                   TO PRINT-JOURNAL-AMOUNT
               MOVE JOURNAL-PRINT-LINE TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           ADD 1 TO JOURNAL-SUB.

       WRITE-TO-PRINTER.
           WRITE PRINTER-RECORD.

           COPY "PLPRNT01.CBL".
