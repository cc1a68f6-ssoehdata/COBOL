      * Goods received not invoiced accrual
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRNACC01.
      *-------------------------------------------------------------
      * Month-end accrual for goods the warehouse has accepted but
      * the vendor hasn't billed yet - the receipts that sit
      * outside A/P until the invoice lands, and that the
      * accountants have been pricing off the receiving log with
      * a calculator. The operator keys the period (CCYYMM),
      * validated against PERIOD-FILE, and its PERIOD-END-DATE
      * becomes the as-of date. For every PO line:
      *   - accepted as-of is what passed inspection on receipts
      *     dated in or before the period, less what went back
      *     on returns dated in or before the period;
      *   - vouchered as-of is what the FDVCHLN1 allocations of
      *     unvoided vouchers dated in or before the period
      *     billed against the line;
      *   - the difference, priced at POLN-UNIT-PRICE, is the
      *     accrual.
      * The report runs by vendor, then PO and line, in PO-VENDOR
      * alternate key order. Receipts posted against a PO as a
      * whole (line 000) can't be priced by line and are listed
      * as exceptions instead of accrued.
      * Two balanced journal batches are written in GLAEXP01's
      * export format: the accrual (debit each PO-GL-ACCOUNT,
      * credit the accrued-receipts liability on the control
      * record) dated the period end to GRNIEXP, and its mirror
      * image dated the first day of the next period to GRNIREV,
      * so the accrual reverses itself as the real invoices post.
      * Each batch takes its own CONTROL-LAST-GL-BATCH number and
      * goes on the GL batch status file for GLACNF01 to confirm.
      * A PO with no GL account prints flagged and stays out of
      * the journal until somebody codes it.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLPO01.CBL".

           COPY "SLPOLN01.CBL".

           COPY "SLRCPT01.CBL".

           COPY "SLVCHLN1.CBL".

           COPY "SLVOUCH.CBL".

           COPY "SLVND02.CBL".

           COPY "SLGLACT01.CBL".

           COPY "SLPERD01.CBL".

           COPY "SLCONTRL.CBL".

           COPY "SLCTLLOG.CBL".

           COPY "SLGLBAT.CBL".

           SELECT GL-EXPORT-FILE
               ASSIGN TO "GRNIEXP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REVERSING-EXPORT-FILE
               ASSIGN TO "GRNIREV"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDPO01.CBL".

           COPY "FDPOLN01.CBL".

           COPY "FDRCPT01.CBL".

           COPY "FDVCHLN1.CBL".

           COPY "FDVOUCH.CBL".

           COPY "FDVND04.CBL".

           COPY "FDGLACT01.CBL".

           COPY "FDPERD01.CBL".

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

      *-------------------------------------------------------------
      * The reversing batch is the same layout - each line is
      * built in GL-EXPORT-RECORD and moved across whole.
      *-------------------------------------------------------------
       FD  REVERSING-EXPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REVERSING-EXPORT-RECORD      PIC X(63).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "WSPRNT01.CBL".

           COPY "WSCASE01.CBL".

       77  PO-FILE-AT-END               PIC X.
       77  LINE-FILE-AT-END             PIC X.
       77  RECEIPT-FILE-AT-END          PIC X.
       77  VCHLN-FILE-AT-END            PIC X.
       77  RECORD-FOUND                 PIC X.
       77  PERIOD-FOUND                 PIC X.
       77  VENDOR-HEADING-PRINTED       PIC X.
       77  OK-TO-RE-ACCRUE              PIC X.
       77  WRITE-THE-BATCHES            PIC X.

       77  TODAY-CCYYMMDD               PIC 9(8).
       77  AS-OF-PERIOD                 PIC 9(6).
       77  AS-OF-DATE                   PIC 9(8).
       77  REVERSAL-DATE                PIC 9(8).
       77  EXPORT-DATE                  PIC 9(8).
       77  CURRENT-VENDOR               PIC 9(5).

       77  LINE-ACCEPTED-QTY            PIC S9(7).
       77  LINE-VOUCHERED-QTY           PIC S9(7).
       77  LINE-ACCRUE-QTY              PIC S9(7).
       77  LINE-ACCRUE-AMOUNT           PIC S9(9)V99.
       77  UNLINED-RECEIPT-COUNT        PIC 9(5) VALUE ZERO.
       77  UNCODED-LINE-COUNT           PIC 9(5) VALUE ZERO.

       77  VENDOR-TOTAL                 PIC S9(11)V99.
       77  VENDOR-LINE-COUNT            PIC 9(5).
       77  GRAND-TOTAL                  PIC S9(11)V99 VALUE ZERO.
       77  GRAND-LINE-COUNT             PIC 9(5) VALUE ZERO.
       77  UNCODED-TOTAL                PIC S9(11)V99 VALUE ZERO.

       77  GL-BATCH-NUMBER              PIC 9(6).
       77  ACCRUAL-BATCH-NUMBER         PIC 9(6) VALUE ZERO.
       77  REVERSAL-BATCH-NUMBER        PIC 9(6) VALUE ZERO.
       77  OLD-CONTROL-VALUE            PIC 9(8).
       77  CURRENT-TIME                 PIC 9(8).
       77  LINES-EXPORTED               PIC 9(5).
       77  BATCH-DEBIT-TOTAL            PIC S9(11)V99 VALUE ZERO.
       77  BATCH-CREDIT-TOTAL           PIC S9(11)V99 VALUE ZERO.

       01  NEXT-PERIOD-KEY              PIC 9(6).
       01  FILLER REDEFINES NEXT-PERIOD-KEY.
           05 NEXT-PERIOD-YEAR          PIC 9(4).
           05 NEXT-PERIOD-MONTH         PIC 99.

      *-------------------------------------------------------------
      * The accrual debits, one per PO GL account, built while
      * the report prints and written only once the batch
      * proves in balance - the GLAEXP01 discipline. The credit
      * to the accrued-receipts liability goes on the end.
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
           05 FILLER                   PIC X(30)
              VALUE "RECEIVED NOT INVOICED - PERIOD".
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-AS-OF-PERIOD       PIC 9(6).
           05 FILLER                   PIC X(7) VALUE " ENDED ".
           05 PRINT-AS-OF-DATE         PIC 9(8).

       01  COLUMN-LINE.
           05 FILLER                   PIC X(9) VALUE "PO/LINE".
           05 FILLER                   PIC X(21) VALUE "DESCRIPTION".
           05 FILLER                   PIC X(7) VALUE " ACCPTD".
           05 FILLER                   PIC X(7) VALUE "  VCHRD".
           05 FILLER                   PIC X(10) VALUE " UNIT COST".
           05 FILLER                   PIC X(15)
              VALUE "        ACCRUED".
           05 FILLER                   PIC X(8) VALUE "  GL".

       01  VENDOR-LINE.
           05 FILLER                   PIC X(7) VALUE "VENDOR ".
           05 PRINT-VENDOR-NUMBER      PIC 9(5).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-VENDOR-NAME        PIC X(30).

       01  DETAIL-LINE.
           05 PRINT-PO-NUMBER          PIC 9(5).
           05 FILLER                   PIC X(1) VALUE "/".
           05 PRINT-LINE-NUMBER        PIC 9(3).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-DESCRIPTION        PIC X(20).
           05 PRINT-ACCEPTED-QTY       PIC ZZZZZ9-.
           05 PRINT-VOUCHERED-QTY      PIC ZZZZZ9-.
           05 PRINT-UNIT-PRICE         PIC ZZ,ZZ9.99-.
           05 PRINT-ACCRUE-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-GL-ACCOUNT         PIC X(6).

       01  EXCEPTION-LINE.
           05 PRINT-EXC-PO-NUMBER      PIC 9(5).
           05 FILLER                   PIC X(1) VALUE "/".
           05 PRINT-EXC-SEQUENCE       PIC 9(3).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 FILLER                   PIC X(24)
              VALUE "RECEIPT NOT BY LINE - QT".
           05 FILLER                   PIC X(2) VALUE "Y ".
           05 PRINT-EXC-QUANTITY       PIC ZZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-EXC-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(16)
              VALUE " - NOT ACCRUED".

       01  TOTAL-LINE.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 PRINT-TOTAL-LABEL        PIC X(26).
           05 PRINT-TOTAL-COUNT        PIC ZZZZ9.
           05 FILLER                   PIC X(19) VALUE SPACE.
           05 PRINT-TOTAL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.

       01  BATCH-LINE.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 PRINT-BATCH-LABEL        PIC X(18).
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
           OPEN INPUT PO-FILE.
           OPEN INPUT PO-LINE-FILE.
           OPEN INPUT RECEIPT-FILE.
           OPEN INPUT VOUCHER-LINE-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT GLACCOUNT-FILE.
           OPEN INPUT PERIOD-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN EXTEND CONTROL-LOG-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM GET-AS-OF-PERIOD.
           PERFORM GET-REVERSAL-DATE.
           PERFORM GET-GRNI-ACCOUNT.
           PERFORM CHECK-ALREADY-ACCRUED.
           MOVE "GRNACC01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       GET-AS-OF-PERIOD.
           PERFORM ACCEPT-AS-OF-PERIOD.
           PERFORM RE-ACCEPT-AS-OF-PERIOD
               UNTIL PERIOD-FOUND = "Y".
           MOVE PERIOD-END-DATE TO AS-OF-DATE.

       ACCEPT-AS-OF-PERIOD.
           DISPLAY "ENTER THE PERIOD TO ACCRUE (CCYYMM)".
           ACCEPT AS-OF-PERIOD.
           MOVE AS-OF-PERIOD TO PERIOD-KEY.
           READ PERIOD-FILE
               INVALID KEY
                   MOVE "N" TO PERIOD-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO PERIOD-FOUND.

       RE-ACCEPT-AS-OF-PERIOD.
           DISPLAY "THAT PERIOD IS NOT ON THE PERIOD FILE".
           PERFORM ACCEPT-AS-OF-PERIOD.

      *-------------------------------------------------------------
      * The reversal is dated the first day of the next fiscal
      * period - its own PERIOD-START-DATE when the calendar has
      * been set up that far, otherwise the day after the
      * period end.
      *-------------------------------------------------------------
       GET-REVERSAL-DATE.
           MOVE AS-OF-PERIOD TO NEXT-PERIOD-KEY.
           ADD 1 TO NEXT-PERIOD-MONTH.
           IF NEXT-PERIOD-MONTH > 12
               MOVE 1 TO NEXT-PERIOD-MONTH
               ADD 1 TO NEXT-PERIOD-YEAR.
           MOVE NEXT-PERIOD-KEY TO PERIOD-KEY.
           READ PERIOD-FILE
               INVALID KEY
                   MOVE ZEROES TO PERIOD-START-DATE.
           IF PERIOD-START-DATE NOT = ZEROES
               MOVE PERIOD-START-DATE TO REVERSAL-DATE
           ELSE
               COMPUTE REVERSAL-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(AS-OF-DATE) + 1).

      *-------------------------------------------------------------
      * The liability account lives on the control record so it
      * is keyed once, not once per month-end - a zero account
      * means it has never been set up: prompt, validate against
      * the chart of accounts, and save.
      *-------------------------------------------------------------
       GET-GRNI-ACCOUNT.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-GRNI-ACCOUNT
                   MOVE ZEROES TO CONTROL-LAST-GRNI-PERIOD.
           IF CONTROL-GRNI-ACCOUNT = ZEROES
               PERFORM ENTER-GRNI-ACCOUNT
               PERFORM SAVE-CONTROL-RECORD.

       ENTER-GRNI-ACCOUNT.
           PERFORM ACCEPT-GRNI-ACCOUNT.
           PERFORM RE-ACCEPT-GRNI-ACCOUNT
               UNTIL RECORD-FOUND = "Y".

       ACCEPT-GRNI-ACCOUNT.
           DISPLAY "ENTER THE ACCRUED RECEIPTS LIABILITY ACCOUNT".
           ACCEPT CONTROL-GRNI-ACCOUNT.
           MOVE CONTROL-GRNI-ACCOUNT TO GL-ACCOUNT-NUMBER.
           PERFORM READ-GLACCOUNT-RECORD.

       RE-ACCEPT-GRNI-ACCOUNT.
           DISPLAY "ACCOUNT NOT ON THE CHART OF ACCOUNTS".
           PERFORM ACCEPT-GRNI-ACCOUNT.

      *-------------------------------------------------------------
      * Run control. The report can be run as often as anyone
      * likes, but the journal batches for a period already
      * accrued are only written again when the operator says
      * so - the usual reason being that the first batch was
      * rejected on the GL side and never posted.
      *-------------------------------------------------------------
       CHECK-ALREADY-ACCRUED.
           MOVE "Y" TO WRITE-THE-BATCHES.
           IF CONTROL-LAST-GRNI-PERIOD NOT < AS-OF-PERIOD
               DISPLAY "** PERIOD " CONTROL-LAST-GRNI-PERIOD
                   " HAS ALREADY BEEN ACCRUED **"
               PERFORM ACCEPT-OK-TO-RE-ACCRUE
               PERFORM RE-ACCEPT-OK-TO-RE-ACCRUE
                   UNTIL OK-TO-RE-ACCRUE = "Y" OR "N"
               MOVE OK-TO-RE-ACCRUE TO WRITE-THE-BATCHES.

       ACCEPT-OK-TO-RE-ACCRUE.
           DISPLAY "WRITE THE JOURNAL BATCHES AGAIN (Y/N)?".
           DISPLAY "(N PRINTS THE REPORT ONLY)".
           ACCEPT OK-TO-RE-ACCRUE.
           INSPECT OK-TO-RE-ACCRUE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-OK-TO-RE-ACCRUE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-RE-ACCRUE.

       SAVE-CONTROL-RECORD.
           REWRITE CONTROL-RECORD
               INVALID KEY
                   WRITE CONTROL-RECORD
                       INVALID KEY
                       DISPLAY "ERROR WRITING CONTROL RECORD".

       CLOSING-PROCEDURE.
           CLOSE PO-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE RECEIPT-FILE.
           CLOSE VOUCHER-LINE-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VENDOR-FILE.
           CLOSE GLACCOUNT-FILE.
           CLOSE PERIOD-FILE.
           CLOSE CONTROL-FILE.
           CLOSE CONTROL-LOG-FILE.
           CLOSE PRINTER-FILE.

       MAIN-PROCESS.
           PERFORM PRINT-THE-HEADINGS.
           MOVE ZEROES TO PO-VENDOR.
           MOVE "N" TO PO-FILE-AT-END.
           START PO-FILE KEY NOT < PO-VENDOR
               INVALID KEY
                   MOVE "Y" TO PO-FILE-AT-END.
           PERFORM READ-NEXT-PO.
           PERFORM PROCESS-ALL-VENDORS
               UNTIL PO-FILE-AT-END = "Y".
           PERFORM PRINT-THE-GRAND-TOTAL.
           IF GRAND-TOTAL NOT = ZEROES
               AND WRITE-THE-BATCHES = "Y"
               PERFORM ADD-GRNI-CREDIT-LINE
               PERFORM TOTAL-THE-BATCH
               PERFORM WRITE-THE-BATCHES-IF-BALANCED.

       READ-NEXT-PO.
           IF PO-FILE-AT-END NOT = "Y"
               READ PO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO PO-FILE-AT-END.

      *****************************************************
      *   BY VENDOR, THEN PO AND LINE
      *****************************************************
       PROCESS-ALL-VENDORS.
           PERFORM START-ONE-VENDOR.
           PERFORM PROCESS-ONE-PO
               UNTIL PO-FILE-AT-END = "Y"
                   OR PO-VENDOR NOT = CURRENT-VENDOR.
           PERFORM END-ONE-VENDOR.

       START-ONE-VENDOR.
           MOVE PO-VENDOR TO CURRENT-VENDOR.
           MOVE ZEROES TO VENDOR-TOTAL.
           MOVE ZEROES TO VENDOR-LINE-COUNT.
           MOVE "N" TO VENDOR-HEADING-PRINTED.

      *-------------------------------------------------------------
      * A cancelled PO, or one ordered after the period ended,
      * can't have anything accrued against it for the period.
      *-------------------------------------------------------------
       PROCESS-ONE-PO.
           IF NOT PO-STATUS-CANCELLED
               AND PO-ORDER-DATE NOT > AS-OF-DATE
               PERFORM LIST-UNLINED-RECEIPTS
               PERFORM ACCRUE-ALL-PO-LINES.
           PERFORM READ-NEXT-PO.

       END-ONE-VENDOR.
           IF VENDOR-HEADING-PRINTED = "Y"
               MOVE SPACE TO TOTAL-LINE
               MOVE "VENDOR TOTAL:" TO PRINT-TOTAL-LABEL
               MOVE VENDOR-LINE-COUNT TO PRINT-TOTAL-COUNT
               MOVE VENDOR-TOTAL TO PRINT-TOTAL-AMOUNT
               MOVE TOTAL-LINE TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
               MOVE SPACE TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
               ADD VENDOR-TOTAL TO GRAND-TOTAL
               ADD VENDOR-LINE-COUNT TO GRAND-LINE-COUNT.

      *-------------------------------------------------------------
      * A receipt keyed against the PO as a whole says nothing
      * about which line - or which unit price - it was, so it
      * is listed for the buyer to re-post by line rather than
      * guessed at.
      *-------------------------------------------------------------
       LIST-UNLINED-RECEIPTS.
           MOVE PO-NUMBER TO RCPT-PO-NUMBER.
           MOVE ZEROES TO RCPT-SEQUENCE.
           MOVE "N" TO RECEIPT-FILE-AT-END.
           START RECEIPT-FILE KEY NOT < RCPT-KEY
               INVALID KEY
                   MOVE "Y" TO RECEIPT-FILE-AT-END.
           PERFORM READ-NEXT-PO-RECEIPT.
           PERFORM LIST-ONE-UNLINED-RECEIPT
               UNTIL RECEIPT-FILE-AT-END = "Y".

       LIST-ONE-UNLINED-RECEIPT.
           IF RCPT-LINE-NUMBER = ZEROES
               AND RCPT-IS-RECEIPT
               AND RCPT-DATE NOT > AS-OF-DATE
               PERFORM PRINT-UNLINED-RECEIPT.
           PERFORM READ-NEXT-PO-RECEIPT.

       PRINT-UNLINED-RECEIPT.
           PERFORM PRINT-VENDOR-IF-FIRST.
           MOVE RCPT-PO-NUMBER TO PRINT-EXC-PO-NUMBER.
           MOVE RCPT-SEQUENCE TO PRINT-EXC-SEQUENCE.
           MOVE RCPT-QUANTITY TO PRINT-EXC-QUANTITY.
           MOVE RCPT-AMOUNT TO PRINT-EXC-AMOUNT.
           MOVE EXCEPTION-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD 1 TO UNLINED-RECEIPT-COUNT.

      *-------------------------------------------------------------
      * Reads the next receipt of the PO in hand - running off
      * the end of the PO's receipts ends the loop the same as
      * running off the end of the file.
      *-------------------------------------------------------------
       READ-NEXT-PO-RECEIPT.
           IF RECEIPT-FILE-AT-END NOT = "Y"
               READ RECEIPT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO RECEIPT-FILE-AT-END.
           IF RECEIPT-FILE-AT-END NOT = "Y"
               AND RCPT-PO-NUMBER NOT = PO-NUMBER
               MOVE "Y" TO RECEIPT-FILE-AT-END.

       ACCRUE-ALL-PO-LINES.
           MOVE PO-NUMBER TO POLN-PO-NUMBER.
           MOVE ZEROES TO POLN-LINE-NUMBER.
           MOVE "N" TO LINE-FILE-AT-END.
           START PO-LINE-FILE KEY > POLN-KEY
               INVALID KEY
                   MOVE "Y" TO LINE-FILE-AT-END.
           PERFORM READ-NEXT-PO-LINE.
           PERFORM ACCRUE-ONE-PO-LINE
               UNTIL LINE-FILE-AT-END = "Y".

       READ-NEXT-PO-LINE.
           IF LINE-FILE-AT-END NOT = "Y"
               READ PO-LINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO LINE-FILE-AT-END.
           IF LINE-FILE-AT-END NOT = "Y"
               AND POLN-PO-NUMBER NOT = PO-NUMBER
               MOVE "Y" TO LINE-FILE-AT-END.

       ACCRUE-ONE-PO-LINE.
           PERFORM TOTAL-LINE-ACCEPTED.
           PERFORM TOTAL-LINE-VOUCHERED.
           COMPUTE LINE-ACCRUE-QTY =
               LINE-ACCEPTED-QTY - LINE-VOUCHERED-QTY.
           IF LINE-ACCRUE-QTY > ZERO
               COMPUTE LINE-ACCRUE-AMOUNT ROUNDED =
                   LINE-ACCRUE-QTY * POLN-UNIT-PRICE
               PERFORM PRINT-ACCRUED-LINE
               PERFORM POST-ACCRUAL-DEBIT.
           PERFORM READ-NEXT-PO-LINE.

      *-------------------------------------------------------------
      * Accepted as of the period end. A receipt that went
      * straight into stock counts its accepted quantity; one
      * held for inspection counts only once it was released,
      * and only if the release was dated in the period; a
      * rejected delivery never counts. A return dated in the
      * period takes its quantity back out.
      *-------------------------------------------------------------
       TOTAL-LINE-ACCEPTED.
           MOVE ZEROES TO LINE-ACCEPTED-QTY.
           MOVE PO-NUMBER TO RCPT-PO-NUMBER.
           MOVE ZEROES TO RCPT-SEQUENCE.
           MOVE "N" TO RECEIPT-FILE-AT-END.
           START RECEIPT-FILE KEY NOT < RCPT-KEY
               INVALID KEY
                   MOVE "Y" TO RECEIPT-FILE-AT-END.
           PERFORM READ-NEXT-PO-RECEIPT.
           PERFORM ADD-ONE-LINE-RECEIPT
               UNTIL RECEIPT-FILE-AT-END = "Y".

       ADD-ONE-LINE-RECEIPT.
           IF RCPT-LINE-NUMBER = POLN-LINE-NUMBER
               AND RCPT-DATE NOT > AS-OF-DATE
               PERFORM ADD-RECEIPT-QUANTITY.
           PERFORM READ-NEXT-PO-RECEIPT.

       ADD-RECEIPT-QUANTITY.
           IF RCPT-IS-RETURN
               SUBTRACT RCPT-QUANTITY FROM LINE-ACCEPTED-QTY
           ELSE
           IF RCPT-INSPECTION-STATUS = SPACE
               ADD RCPT-QUANTITY TO LINE-ACCEPTED-QTY
           ELSE
           IF RCPT-INSPECTION-STATUS = "A"
               AND RCPT-INSPECTED-DATE NOT > AS-OF-DATE
               ADD RCPT-ACCEPTED-QTY TO LINE-ACCEPTED-QTY.

      *-------------------------------------------------------------
      * Vouchered as of the period end - every invoice allocation
      * against the line whose voucher was dated in the period
      * and hasn't since been voided.
      *-------------------------------------------------------------
       TOTAL-LINE-VOUCHERED.
           MOVE ZEROES TO LINE-VOUCHERED-QTY.
           MOVE PO-NUMBER TO VCHLN-PO-NUMBER.
           MOVE "N" TO VCHLN-FILE-AT-END.
           START VOUCHER-LINE-FILE KEY NOT < VCHLN-PO-NUMBER
               INVALID KEY
                   MOVE "Y" TO VCHLN-FILE-AT-END.
           PERFORM READ-NEXT-PO-VCHLN.
           PERFORM ADD-ONE-LINE-VOUCHERED
               UNTIL VCHLN-FILE-AT-END = "Y".

       READ-NEXT-PO-VCHLN.
           IF VCHLN-FILE-AT-END NOT = "Y"
               READ VOUCHER-LINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO VCHLN-FILE-AT-END.
           IF VCHLN-FILE-AT-END NOT = "Y"
               AND VCHLN-PO-NUMBER NOT = PO-NUMBER
               MOVE "Y" TO VCHLN-FILE-AT-END.

       ADD-ONE-LINE-VOUCHERED.
           IF VCHLN-PO-LINE-NUMBER = POLN-LINE-NUMBER
               PERFORM CHECK-ALLOCATION-VOUCHER.
           PERFORM READ-NEXT-PO-VCHLN.

       CHECK-ALLOCATION-VOUCHER.
           MOVE VCHLN-VOUCHER-NUMBER TO VOUCHER-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ VOUCHER-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
               AND VOUCHER-DATE NOT > AS-OF-DATE
               AND VOUCHER-VOID-DATE = ZEROES
               ADD VCHLN-QUANTITY TO LINE-VOUCHERED-QTY.

       PRINT-ACCRUED-LINE.
           PERFORM PRINT-VENDOR-IF-FIRST.
           MOVE SPACE TO DETAIL-LINE.
           MOVE POLN-PO-NUMBER TO PRINT-PO-NUMBER.
           MOVE POLN-LINE-NUMBER TO PRINT-LINE-NUMBER.
           MOVE POLN-DESCRIPTION TO PRINT-DESCRIPTION.
           MOVE LINE-ACCEPTED-QTY TO PRINT-ACCEPTED-QTY.
           MOVE LINE-VOUCHERED-QTY TO PRINT-VOUCHERED-QTY.
           MOVE POLN-UNIT-PRICE TO PRINT-UNIT-PRICE.
           MOVE LINE-ACCRUE-AMOUNT TO PRINT-ACCRUE-AMOUNT.
           IF PO-GL-ACCOUNT = ZEROES
               MOVE "UNCODE" TO PRINT-GL-ACCOUNT
           ELSE
               MOVE PO-GL-ACCOUNT TO PRINT-GL-ACCOUNT.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD LINE-ACCRUE-AMOUNT TO VENDOR-TOTAL.
           ADD 1 TO VENDOR-LINE-COUNT.

      *-------------------------------------------------------------
      * The vendor heading prints once, ahead of the first line
      * or exception the vendor has - a vendor with nothing to
      * accrue doesn't clutter the report at all.
      *-------------------------------------------------------------
       PRINT-VENDOR-IF-FIRST.
           IF VENDOR-HEADING-PRINTED = "N"
               PERFORM PRINT-VENDOR-HEADING
               MOVE "Y" TO VENDOR-HEADING-PRINTED.

       PRINT-VENDOR-HEADING.
           MOVE CURRENT-VENDOR TO VENDOR-NUMBER.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "** VENDOR NOT ON FILE **" TO VENDOR-NAME.
           MOVE SPACE TO VENDOR-LINE.
           MOVE CURRENT-VENDOR TO PRINT-VENDOR-NUMBER.
           MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
           MOVE VENDOR-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *-------------------------------------------------------------
      * The accrual debit goes to the account the PO was coded
      * to, accumulated into one journal line per account. An
      * uncoded PO can't post and is totalled separately so the
      * report shows what was left out of the batch.
      *-------------------------------------------------------------
       POST-ACCRUAL-DEBIT.
           IF PO-GL-ACCOUNT = ZEROES
               ADD LINE-ACCRUE-AMOUNT TO UNCODED-TOTAL
               ADD 1 TO UNCODED-LINE-COUNT
           ELSE
               PERFORM FIND-JOURNAL-ACCOUNT
               IF JOURNAL-SUB > JOURNAL-LINE-COUNT
                   PERFORM ADD-JOURNAL-ACCOUNT
               ELSE
                   ADD LINE-ACCRUE-AMOUNT
                       TO JOURNAL-AMOUNT (JOURNAL-SUB).

       FIND-JOURNAL-ACCOUNT.
           MOVE 1 TO JOURNAL-SUB.
           PERFORM NEXT-JOURNAL-ACCOUNT
               UNTIL JOURNAL-SUB > JOURNAL-LINE-COUNT
                   OR JOURNAL-ACCOUNT (JOURNAL-SUB) = PO-GL-ACCOUNT.

       NEXT-JOURNAL-ACCOUNT.
           ADD 1 TO JOURNAL-SUB.

       ADD-JOURNAL-ACCOUNT.
           IF JOURNAL-LINE-COUNT = JOURNAL-LINE-LIMIT
               DISPLAY "** JOURNAL TABLE FULL - ACCOUNT "
                   PO-GL-ACCOUNT " LEFT OUT OF THE BATCH **"
               ADD LINE-ACCRUE-AMOUNT TO UNCODED-TOTAL
               ADD 1 TO UNCODED-LINE-COUNT
           ELSE
               ADD 1 TO JOURNAL-LINE-COUNT
               MOVE JOURNAL-LINE-COUNT TO JOURNAL-SUB
               MOVE "D" TO JOURNAL-DEBIT-CREDIT (JOURNAL-SUB)
               MOVE PO-GL-ACCOUNT TO JOURNAL-ACCOUNT (JOURNAL-SUB)
               MOVE LINE-ACCRUE-AMOUNT
                   TO JOURNAL-AMOUNT (JOURNAL-SUB).

      *****************************************************
      *   THE ACCRUAL AND ITS REVERSAL
      *****************************************************
      *-------------------------------------------------------------
      * The one offsetting credit - everything that made it into
      * the debits, so the uncoded lines stay out of both sides.
      *-------------------------------------------------------------
       ADD-GRNI-CREDIT-LINE.
           ADD 1 TO JOURNAL-LINE-COUNT.
           MOVE JOURNAL-LINE-COUNT TO JOURNAL-SUB.
           MOVE "C" TO JOURNAL-DEBIT-CREDIT (JOURNAL-SUB).
           MOVE CONTROL-GRNI-ACCOUNT TO JOURNAL-ACCOUNT (JOURNAL-SUB).
           COMPUTE JOURNAL-AMOUNT (JOURNAL-SUB) =
               GRAND-TOTAL - UNCODED-TOTAL.

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

       WRITE-THE-BATCHES-IF-BALANCED.
           IF BATCH-DEBIT-TOTAL NOT = BATCH-CREDIT-TOTAL
               DISPLAY "*** ACCRUAL BATCH OUT OF BALANCE ***"
               DISPLAY "DEBITS:  " BATCH-DEBIT-TOTAL
               DISPLAY "CREDITS: " BATCH-CREDIT-TOTAL
               DISPLAY "THE JOURNAL FILES WERE NOT WRITTEN"
           ELSE
           IF BATCH-DEBIT-TOTAL = ZEROES
               DISPLAY "NOTHING CODED TO ACCRUE - NO JOURNAL WRITTEN"
           ELSE
               PERFORM WRITE-THE-ACCRUAL-BATCH
               PERFORM WRITE-THE-REVERSING-BATCH
               PERFORM STAMP-PERIOD-ACCRUED
               PERFORM PRINT-THE-BATCH-LINES.

       WRITE-THE-ACCRUAL-BATCH.
           PERFORM ASSIGN-GL-BATCH-NUMBER.
           MOVE GL-BATCH-NUMBER TO ACCRUAL-BATCH-NUMBER.
           MOVE AS-OF-DATE TO EXPORT-DATE.
           MOVE ZEROES TO LINES-EXPORTED.
           OPEN OUTPUT GL-EXPORT-FILE.
           MOVE 1 TO JOURNAL-SUB.
           PERFORM WRITE-ONE-ACCRUAL-LINE
               UNTIL JOURNAL-SUB > JOURNAL-LINE-COUNT.
           CLOSE GL-EXPORT-FILE.
           PERFORM WRITE-BATCH-STATUS-RECORD.
           DISPLAY LINES-EXPORTED " ACCRUAL LINE(S) EXPORTED TO "
               "GRNIEXP".

       WRITE-ONE-ACCRUAL-LINE.
           PERFORM BUILD-EXPORT-LINE.
           WRITE GL-EXPORT-RECORD.
           ADD 1 TO LINES-EXPORTED.
           ADD 1 TO JOURNAL-SUB.

      *-------------------------------------------------------------
      * The reversal is the accrual line for line with the
      * debits and credits traded, dated into the next period.
      *-------------------------------------------------------------
       WRITE-THE-REVERSING-BATCH.
           PERFORM ASSIGN-GL-BATCH-NUMBER.
           MOVE GL-BATCH-NUMBER TO REVERSAL-BATCH-NUMBER.
           MOVE REVERSAL-DATE TO EXPORT-DATE.
           MOVE ZEROES TO LINES-EXPORTED.
           OPEN OUTPUT REVERSING-EXPORT-FILE.
           MOVE 1 TO JOURNAL-SUB.
           PERFORM WRITE-ONE-REVERSING-LINE
               UNTIL JOURNAL-SUB > JOURNAL-LINE-COUNT.
           CLOSE REVERSING-EXPORT-FILE.
           PERFORM WRITE-BATCH-STATUS-RECORD.
           DISPLAY LINES-EXPORTED " REVERSING LINE(S) EXPORTED TO "
               "GRNIREV".

       WRITE-ONE-REVERSING-LINE.
           PERFORM BUILD-EXPORT-LINE.
           IF EXPORT-DEBIT-CREDIT = "D"
               MOVE "C" TO EXPORT-DEBIT-CREDIT
           ELSE
               MOVE "D" TO EXPORT-DEBIT-CREDIT.
           MOVE GL-EXPORT-RECORD TO REVERSING-EXPORT-RECORD.
           WRITE REVERSING-EXPORT-RECORD.
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
           MOVE EXPORT-DATE TO EXPORT-GL-BATCH-DATE.
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
           MOVE "GRNACC01" TO CTLLOG-PROGRAM-ID.
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

       STAMP-PERIOD-ACCRUED.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR RE-READING CONTROL RECORD".
           IF AS-OF-PERIOD > CONTROL-LAST-GRNI-PERIOD
               MOVE AS-OF-PERIOD TO CONTROL-LAST-GRNI-PERIOD
               PERFORM SAVE-CONTROL-RECORD.

      *****************************************************
      *   PRINTING
      *****************************************************
       PRINT-THE-HEADINGS.
           MOVE AS-OF-PERIOD TO PRINT-AS-OF-PERIOD.
           MOVE AS-OF-DATE TO PRINT-AS-OF-DATE.
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
           MOVE "TOTAL RECEIVED NOT BILLED:" TO PRINT-TOTAL-LABEL.
           MOVE GRAND-LINE-COUNT TO PRINT-TOTAL-COUNT.
           MOVE GRAND-TOTAL TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "UNCODED - NOT JOURNALED:" TO PRINT-TOTAL-LABEL.
           MOVE UNCODED-LINE-COUNT TO PRINT-TOTAL-COUNT.
           MOVE UNCODED-TOTAL TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "RECEIPTS NOT BY LINE:" TO PRINT-TOTAL-LABEL.
           MOVE UNLINED-RECEIPT-COUNT TO PRINT-TOTAL-COUNT.
           MOVE ZEROES TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-BATCH-LINES.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO BATCH-LINE.
           MOVE "ACCRUAL BATCH" TO PRINT-BATCH-LABEL.
           MOVE ACCRUAL-BATCH-NUMBER TO PRINT-BATCH-NUMBER.
           MOVE AS-OF-DATE TO PRINT-BATCH-DATE.
           MOVE BATCH-DEBIT-TOTAL TO PRINT-BATCH-AMOUNT.
           MOVE BATCH-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO BATCH-LINE.
           MOVE "REVERSING BATCH" TO PRINT-BATCH-LABEL.
           MOVE REVERSAL-BATCH-NUMBER TO PRINT-BATCH-NUMBER.
           MOVE REVERSAL-DATE TO PRINT-BATCH-DATE.
           MOVE BATCH-DEBIT-TOTAL TO PRINT-BATCH-AMOUNT.
           MOVE BATCH-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       WRITE-TO-PRINTER.
           WRITE PRINTER-RECORD.

           COPY "PLPRNT01.CBL".
