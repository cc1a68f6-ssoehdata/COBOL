      * Purchasing card statement import
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCDIMP01.
      *-------------------------------------------------------------
      * Loads the card issuer's monthly statement file into the
      * purchasing card transaction file and writes the ONE
      * voucher that pays the issuer for the statement total -
      * booked to the card suspense account, since nobody yet
      * knows what each charge was for. Every charge goes on
      * file UNCODED under that voucher's number for its
      * cardholder to code in PCDCOD01; GLAEXP01 moves each one
      * out of suspense as it is coded, and PCDAGE01 chases the
      * ones that aren't.
      * The whole file is proved before a byte is written: the
      * header must come first, every transaction must be
      * readable, the count and net total must agree with the
      * header, the statement must net to an amount owed, and
      * its date must be later than the last statement loaded,
      * so the same file can't be vouchered twice. A refused
      * file writes nothing and says why.
      * The issuer's vendor number and the suspense account are
      * prompted for and saved on the control record the first
      * time a statement is imported. The due date runs on the
      * issuer's terms from the statement date, rolled back to a
      * business day. The printout is the import register, one
      * line per charge, with any card not yet set up in
      * PCHMNT01 called out.
      * The file is one header record, then one record per
      * transaction:
      *   H, statement date CCYYMMDD (8), transaction count (5),
      *      net total 9(9)V99 (11), D owed or C in credit (1);
      *   T, card account (16), transaction date (8), posting
      *      date (8), merchant (25), merchant category (4),
      *      amount 9(7)V99 (9), D charge or C credit (1).
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLPCT01.CBL".

           COPY "SLPCH01.CBL".

           COPY "SLVOUCH.CBL".

           COPY "SLVND02.CBL".

           COPY "SLTRM01.CBL".

           COPY "SLGLACT01.CBL".

           COPY "SLCONTRL.CBL".

           COPY "SLCTLLOG.CBL".

           COPY "SLHOL01.CBL".

           SELECT PCARD-STATEMENT-FILE
               ASSIGN TO "PCARDSTMT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDPCT01.CBL".

           COPY "FDPCH01.CBL".

           COPY "FDVOUCH.CBL".

           COPY "FDVND04.CBL".

           COPY "FDTRM01.CBL".

           COPY "FDGLACT01.CBL".

           COPY "FDCONTRL.CBL".

           COPY "FDCTLLOG.CBL".

           COPY "FDHOL01.CBL".

       FD  PCARD-STATEMENT-FILE
           LABEL RECORDS ARE OMITTED.
       01  PCARD-STATEMENT-RECORD.
           05 PCS-RECORD-TYPE          PIC X.
               88 PCS-IS-HEADER           VALUE "H".
               88 PCS-IS-TRANSACTION      VALUE "T".
           05 FILLER                   PIC X(71).

       01  PCARD-HEADER-RECORD.
           05 FILLER                   PIC X.
           05 PCS-STATEMENT-DATE       PIC 9(8).
           05 PCS-TRANS-COUNT          PIC 9(5).
           05 PCS-STATEMENT-TOTAL      PIC 9(9)V99.
           05 PCS-TOTAL-SIGN           PIC X.
               88 PCS-TOTAL-IS-CREDIT     VALUE "C".

       01  PCARD-CHARGE-RECORD.
           05 FILLER                   PIC X.
           05 PCS-CARD-ACCOUNT         PIC X(16).
           05 PCS-TRANS-DATE           PIC 9(8).
           05 PCS-POST-DATE            PIC 9(8).
           05 PCS-MERCHANT             PIC X(25).
           05 PCS-MERCHANT-CATEGORY    PIC X(4).
           05 PCS-AMOUNT               PIC 9(7)V99.
           05 PCS-DEBIT-CREDIT         PIC X.
               88 PCS-IS-CREDIT           VALUE "C".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "WSBDAY01.CBL".

           COPY "WSPRNT01.CBL".

           COPY "WSCASE01.CBL".

       77  STATEMENT-FILE-AT-END        PIC X.
       77  STATEMENT-IS-GOOD            PIC X.
       77  REFUSAL-REASON               PIC X(40).
       77  PENDING-REASON               PIC X(40).
       77  RECORD-FOUND                 PIC X.
       77  HOLDER-FOUND                 PIC X.

       77  TODAY-CCYYMMDD               PIC 9(8).
       77  STATEMENT-DATE               PIC 9(8).
       77  HEADER-COUNT                 PIC 9(5).
       77  HEADER-TOTAL                 PIC S9(9)V99.
       77  RECORD-NUMBER                PIC 9(5).
       77  TRANS-COUNT                  PIC 9(5).
       77  TRANS-TOTAL                  PIC S9(9)V99.
       77  TRANS-AMOUNT                 PIC S9(7)V99.
       77  EFFECTIVE-TERMS-DAYS         PIC 9(3).

       77  NEW-VOUCHER-NUMBER           PIC 9(7).
       77  TRANS-SEQUENCE               PIC 9(4).
       77  OLD-CONTROL-VALUE            PIC 9(8).
       77  CURRENT-TIME                 PIC 9(8).

       77  TRANSACTIONS-LOADED          PIC 9(5) VALUE ZERO.
       77  CARDS-NOT-ON-FILE            PIC 9(5) VALUE ZERO.

       01  TITLE-LINE.
           05 FILLER                   PIC X(36)
              VALUE "PURCHASING CARD STATEMENT IMPORT".
           05 FILLER                   PIC X(6) VALUE "DATE: ".
           05 PRINT-TODAY              PIC 9(8).

       01  STATEMENT-LINE.
           05 FILLER                   PIC X(15)
              VALUE "STATEMENT DATE ".
           05 PRINT-STATEMENT-DATE     PIC 9(8).
           05 FILLER                   PIC X(10) VALUE " VOUCHER: ".
           05 PRINT-VOUCHER-NUMBER     PIC 9(7).
           05 FILLER                   PIC X(6) VALUE " DUE: ".
           05 PRINT-VOUCHER-DUE        PIC 9(8).

       01  PAY-TO-LINE.
           05 FILLER                   PIC X(7) VALUE "PAY TO ".
           05 PRINT-VENDOR-NUMBER      PIC 9(5).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-VENDOR-NAME        PIC X(30).
           05 FILLER                   PIC X(11) VALUE " SUSPENSE: ".
           05 PRINT-SUSPENSE-ACCOUNT   PIC 9(6).

       01  COLUMN-LINE.
           05 FILLER                   PIC X(5) VALUE "SEQ".
           05 FILLER                   PIC X(17) VALUE "CARD ACCOUNT".
           05 FILLER                   PIC X(9) VALUE "DATE".
           05 FILLER                   PIC X(19) VALUE "MERCHANT".
           05 FILLER                   PIC X(12)
              VALUE "     AMOUNT ".
           05 FILLER                   PIC X(15) VALUE "CARDHOLDER".

       01  DETAIL-LINE.
           05 PRINT-SEQUENCE           PIC 9(4).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-CARD-ACCOUNT       PIC X(16).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-TRANS-DATE         PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-MERCHANT           PIC X(19).
           05 PRINT-AMOUNT             PIC ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-CARDHOLDER         PIC X(17).

       01  TOTAL-LINE.
           05 PRINT-TOTAL-LABEL        PIC X(40).
           05 PRINT-TOTAL-COUNT        PIC ZZZZ9.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 PRINT-TOTAL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.

       01  REFUSED-LINE.
           05 FILLER                   PIC X(21)
              VALUE "** FILE REFUSED ** - ".
           05 PRINT-REFUSAL-REASON     PIC X(40).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN I-O PCARD-TRANSACTION-FILE.
           OPEN INPUT PCARD-HOLDER-FILE.
           OPEN I-O VOUCHER-FILE.
           OPEN I-O VENDOR-FILE.
           OPEN INPUT TERMS-FILE.
           OPEN INPUT GLACCOUNT-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN EXTEND CONTROL-LOG-FILE.
           OPEN INPUT HOLIDAY-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM GET-PCARD-CONTROL.
           MOVE "PCDIMP01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE PCARD-TRANSACTION-FILE.
           CLOSE PCARD-HOLDER-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VENDOR-FILE.
           CLOSE TERMS-FILE.
           CLOSE GLACCOUNT-FILE.
           CLOSE CONTROL-FILE.
           CLOSE CONTROL-LOG-FILE.
           CLOSE HOLIDAY-FILE.
           CLOSE PRINTER-FILE.

      *-------------------------------------------------------------
      * The issuer and the suspense account live on the control
      * record so they are keyed once - zero means never set up.
      *-------------------------------------------------------------
       GET-PCARD-CONTROL.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-PCARD-VENDOR
                   MOVE ZEROES TO CONTROL-PCARD-SUSPENSE-ACCOUNT
                   MOVE ZEROES TO CONTROL-LAST-PCARD-STATEMENT.
           IF CONTROL-PCARD-VENDOR NOT NUMERIC
               MOVE ZEROES TO CONTROL-PCARD-VENDOR.
           IF CONTROL-PCARD-SUSPENSE-ACCOUNT NOT NUMERIC
               MOVE ZEROES TO CONTROL-PCARD-SUSPENSE-ACCOUNT.
           IF CONTROL-LAST-PCARD-STATEMENT NOT NUMERIC
               MOVE ZEROES TO CONTROL-LAST-PCARD-STATEMENT.
           IF CONTROL-PCARD-VENDOR = ZEROES
               PERFORM ENTER-PCARD-VENDOR
               PERFORM SAVE-CONTROL-RECORD.
           IF CONTROL-PCARD-SUSPENSE-ACCOUNT = ZEROES
               PERFORM ENTER-SUSPENSE-ACCOUNT
               PERFORM SAVE-CONTROL-RECORD.

       ENTER-PCARD-VENDOR.
           PERFORM ACCEPT-PCARD-VENDOR.
           PERFORM RE-ACCEPT-PCARD-VENDOR
               UNTIL RECORD-FOUND = "Y".

       ACCEPT-PCARD-VENDOR.
           DISPLAY "ENTER THE VENDOR NUMBER OF THE CARD ISSUER".
           ACCEPT CONTROL-PCARD-VENDOR.
           MOVE CONTROL-PCARD-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.

       RE-ACCEPT-PCARD-VENDOR.
           DISPLAY "VENDOR NOT ON FILE".
           PERFORM ACCEPT-PCARD-VENDOR.

       ENTER-SUSPENSE-ACCOUNT.
           PERFORM ACCEPT-SUSPENSE-ACCOUNT.
           PERFORM RE-ACCEPT-SUSPENSE-ACCOUNT
               UNTIL RECORD-FOUND = "Y".

       ACCEPT-SUSPENSE-ACCOUNT.
           DISPLAY "ENTER THE PURCHASING CARD SUSPENSE ACCOUNT".
           ACCEPT CONTROL-PCARD-SUSPENSE-ACCOUNT.
           MOVE CONTROL-PCARD-SUSPENSE-ACCOUNT TO GL-ACCOUNT-NUMBER.
           PERFORM READ-GLACCOUNT-RECORD.

       RE-ACCEPT-SUSPENSE-ACCOUNT.
           DISPLAY "ACCOUNT NOT ON THE CHART OF ACCOUNTS".
           PERFORM ACCEPT-SUSPENSE-ACCOUNT.

       MAIN-PROCESS.
           MOVE TODAY-CCYYMMDD TO PRINT-TODAY.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM PROVE-THE-STATEMENT.
           IF STATEMENT-IS-GOOD = "Y"
               PERFORM LOAD-THE-STATEMENT
           ELSE
               PERFORM PRINT-STATEMENT-REFUSED.

      *****************************************************
      *    Prove the whole file before writing anything
      *****************************************************
       PROVE-THE-STATEMENT.
           MOVE "Y" TO STATEMENT-IS-GOOD.
           MOVE SPACES TO REFUSAL-REASON.
           MOVE ZEROES TO RECORD-NUMBER.
           MOVE ZEROES TO TRANS-COUNT.
           MOVE ZEROES TO TRANS-TOTAL.
           OPEN INPUT PCARD-STATEMENT-FILE.
           MOVE "N" TO STATEMENT-FILE-AT-END.
           PERFORM READ-STATEMENT-RECORD.
           IF STATEMENT-FILE-AT-END = "Y"
               OR NOT PCS-IS-HEADER
               MOVE "FIRST RECORD IS NOT THE HEADER"
                   TO PENDING-REASON
               PERFORM REFUSE-THE-STATEMENT
           ELSE
               PERFORM PROVE-THE-HEADER
               PERFORM READ-STATEMENT-RECORD
               PERFORM PROVE-ONE-TRANSACTION
                   UNTIL STATEMENT-FILE-AT-END = "Y"
               PERFORM PROVE-THE-TOTALS.
           CLOSE PCARD-STATEMENT-FILE.

      *-------------------------------------------------------------
      * Only the first reason a file is refused for is kept -
      * it is usually the one that explains the rest.
      *-------------------------------------------------------------
       REFUSE-THE-STATEMENT.
           IF STATEMENT-IS-GOOD = "Y"
               MOVE "N" TO STATEMENT-IS-GOOD
               MOVE PENDING-REASON TO REFUSAL-REASON.

       PROVE-THE-HEADER.
           MOVE ZEROES TO STATEMENT-DATE.
           MOVE ZEROES TO HEADER-COUNT.
           MOVE ZEROES TO HEADER-TOTAL.
           IF PCS-STATEMENT-DATE NOT NUMERIC
               OR PCS-TRANS-COUNT NOT NUMERIC
               OR PCS-STATEMENT-TOTAL NOT NUMERIC
               MOVE "UNREADABLE HEADER RECORD" TO PENDING-REASON
               PERFORM REFUSE-THE-STATEMENT
           ELSE
               PERFORM TAKE-THE-HEADER.

       TAKE-THE-HEADER.
           MOVE PCS-STATEMENT-DATE TO STATEMENT-DATE.
           MOVE PCS-TRANS-COUNT TO HEADER-COUNT.
           MOVE PCS-STATEMENT-TOTAL TO HEADER-TOTAL.
           IF PCS-TOTAL-IS-CREDIT
               COMPUTE HEADER-TOTAL = ZERO - HEADER-TOTAL.
           IF STATEMENT-DATE NOT > CONTROL-LAST-PCARD-STATEMENT
               MOVE "STATEMENT DATE NOT AFTER LAST ONE LOADED"
                   TO PENDING-REASON
               PERFORM REFUSE-THE-STATEMENT.

       PROVE-ONE-TRANSACTION.
           ADD 1 TO RECORD-NUMBER.
           IF NOT PCS-IS-TRANSACTION
               OR PCS-TRANS-DATE NOT NUMERIC
               OR PCS-POST-DATE NOT NUMERIC
               OR PCS-AMOUNT NOT NUMERIC
               MOVE SPACES TO PENDING-REASON
               STRING "UNREADABLE TRANSACTION RECORD " RECORD-NUMBER
                   DELIMITED BY SIZE INTO PENDING-REASON
               PERFORM REFUSE-THE-STATEMENT
           ELSE
               PERFORM TAKE-TRANSACTION-AMOUNT
               ADD TRANS-AMOUNT TO TRANS-TOTAL
               ADD 1 TO TRANS-COUNT.
           PERFORM READ-STATEMENT-RECORD.

       TAKE-TRANSACTION-AMOUNT.
           MOVE PCS-AMOUNT TO TRANS-AMOUNT.
           IF PCS-IS-CREDIT
               COMPUTE TRANS-AMOUNT = ZERO - TRANS-AMOUNT.

       PROVE-THE-TOTALS.
           IF TRANS-COUNT NOT = HEADER-COUNT
               MOVE "TRANSACTION COUNT DISAGREES WITH HEADER"
                   TO PENDING-REASON
               PERFORM REFUSE-THE-STATEMENT.
           IF TRANS-TOTAL NOT = HEADER-TOTAL
               MOVE "TRANSACTION TOTAL DISAGREES WITH HEADER"
                   TO PENDING-REASON
               PERFORM REFUSE-THE-STATEMENT.
           IF TRANS-TOTAL NOT > ZERO
               MOVE "STATEMENT NETS TO NOTHING OWED"
                   TO PENDING-REASON
               PERFORM REFUSE-THE-STATEMENT.

       PRINT-STATEMENT-REFUSED.
           MOVE REFUSAL-REASON TO PRINT-REFUSAL-REASON.
           MOVE REFUSED-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           DISPLAY "STATEMENT FILE REFUSED - " REFUSAL-REASON.
           DISPLAY "NOTHING WAS IMPORTED".

      *****************************************************
      *    The statement voucher, then its transactions
      *****************************************************
       LOAD-THE-STATEMENT.
           PERFORM WRITE-STATEMENT-VOUCHER.
           PERFORM PRINT-STATEMENT-HEADING.
           MOVE ZEROES TO TRANS-SEQUENCE.
           OPEN INPUT PCARD-STATEMENT-FILE.
           MOVE "N" TO STATEMENT-FILE-AT-END.
           PERFORM READ-STATEMENT-RECORD.
           PERFORM READ-STATEMENT-RECORD.
           PERFORM LOAD-ONE-TRANSACTION
               UNTIL STATEMENT-FILE-AT-END = "Y".
           CLOSE PCARD-STATEMENT-FILE.
           PERFORM SAVE-LAST-STATEMENT-DATE.
           PERFORM PRINT-IMPORT-TOTALS.
           DISPLAY TRANSACTIONS-LOADED
               " CARD TRANSACTION(S) IMPORTED ON VOUCHER "
               NEW-VOUCHER-NUMBER.
           IF CARDS-NOT-ON-FILE NOT = ZERO
               DISPLAY CARDS-NOT-ON-FILE
                   " TRANSACTION(S) ON CARDS NOT SET UP IN PCHMNT01".

       WRITE-STATEMENT-VOUCHER.
           MOVE CONTROL-PCARD-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           PERFORM RESOLVE-VENDOR-TERMS.
           PERFORM RETRIEVE-NEXT-VOUCHER-NUMBER.
           MOVE SPACE TO VOUCHER-RECORD.
           MOVE ZEROES TO VOUCHER-RECORD.
           MOVE NEW-VOUCHER-NUMBER TO VOUCHER-NUMBER.
           MOVE CONTROL-PCARD-VENDOR TO VOUCHER-VENDOR.
           MOVE SPACES TO VOUCHER-INVOICE.
           STRING "PCARD" STATEMENT-DATE
               DELIMITED BY SIZE INTO VOUCHER-INVOICE.
           MOVE SPACES TO VOUCHER-FOR.
           STRING "CARD STATEMENT OF " STATEMENT-DATE
               DELIMITED BY SIZE INTO VOUCHER-FOR.
           MOVE TRANS-TOTAL TO VOUCHER-AMOUNT.
           MOVE TODAY-CCYYMMDD TO VOUCHER-DATE.
           PERFORM COMPUTE-STATEMENT-DUE.
           MOVE SPACES TO VOUCHER-EXPENSE-CATEGORY.
           MOVE "N" TO VOUCHER-SELECTED.
           MOVE "USD" TO VOUCHER-CURRENCY-CODE.
           MOVE CONTROL-PCARD-SUSPENSE-ACCOUNT
               TO VOUCHER-GL-ACCOUNT-NUMBER.
           MOVE "N" TO VOUCHER-TAXABLE.
           MOVE "N" TO VOUCHER-PREPAYMENT.
           MOVE "PCDIMP01" TO VOUCHER-ENTERED-BY.
           MOVE TODAY-CCYYMMDD TO VOUCHER-ENTERED-DATE.
           IF VENDOR-TERMS-CODE NOT = SPACES
               MOVE TERMS-DISCOUNT-PERCENT TO VOUCHER-DISC-PCT-OVR
               MOVE TERMS-DISCOUNT-DAYS TO VOUCHER-DISC-DAYS-OVR.
           PERFORM WRITE-VOUCHER-RECORD.
           PERFORM MARK-VOUCHER-WRITTEN.
           PERFORM ROLL-VENDOR-PURCHASES.

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

      *-------------------------------------------------------------
      * The issuer bills on terms from the statement date, not
      * from the day the file happened to be loaded.
      *-------------------------------------------------------------
       COMPUTE-STATEMENT-DUE.
           COMPUTE VOUCHER-DUE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(STATEMENT-DATE) +
                       EFFECTIVE-TERMS-DAYS).
           MOVE VOUCHER-DUE TO BUSINESS-DAY-DATE.
           PERFORM PRIOR-BUSINESS-DAY.
           MOVE BUSINESS-DAY-DATE TO VOUCHER-DUE.

      *-------------------------------------------------------------
      * Re-read fresh so the running purchase total isn't
      * overwritten by a stale copy.
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

       PRINT-STATEMENT-HEADING.
           MOVE STATEMENT-DATE TO PRINT-STATEMENT-DATE.
           MOVE NEW-VOUCHER-NUMBER TO PRINT-VOUCHER-NUMBER.
           MOVE VOUCHER-DUE TO PRINT-VOUCHER-DUE.
           MOVE STATEMENT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE CONTROL-PCARD-VENDOR TO PRINT-VENDOR-NUMBER.
           MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
           MOVE CONTROL-PCARD-SUSPENSE-ACCOUNT
               TO PRINT-SUSPENSE-ACCOUNT.
           MOVE PAY-TO-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *-------------------------------------------------------------
      * A charge on a card nobody has set up still loads - the
      * issuer has to be paid for it either way - and waits in
      * suspense, on the aging report, until the card is added
      * to PCHMNT01 and its holder codes it.
      *-------------------------------------------------------------
       LOAD-ONE-TRANSACTION.
           ADD 1 TO TRANS-SEQUENCE.
           MOVE SPACE TO PCARD-TRANSACTION-RECORD.
           MOVE NEW-VOUCHER-NUMBER TO PCT-VOUCHER-NUMBER.
           MOVE TRANS-SEQUENCE TO PCT-SEQUENCE.
           MOVE PCS-CARD-ACCOUNT TO PCT-CARD-ACCOUNT.
           INSPECT PCT-CARD-ACCOUNT
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           MOVE STATEMENT-DATE TO PCT-STATEMENT-DATE.
           MOVE TODAY-CCYYMMDD TO PCT-IMPORTED-DATE.
           MOVE PCS-TRANS-DATE TO PCT-TRANS-DATE.
           MOVE PCS-POST-DATE TO PCT-POST-DATE.
           MOVE PCS-MERCHANT TO PCT-MERCHANT.
           MOVE PCS-MERCHANT-CATEGORY TO PCT-MERCHANT-CATEGORY.
           PERFORM TAKE-TRANSACTION-AMOUNT.
           MOVE TRANS-AMOUNT TO PCT-AMOUNT.
           MOVE CONTROL-PCARD-SUSPENSE-ACCOUNT
               TO PCT-SUSPENSE-ACCOUNT.
           MOVE "U" TO PCT-STATUS.
           MOVE ZEROES TO PCT-GL-ACCOUNT.
           MOVE ZEROES TO PCT-CODED-DATE.
           MOVE ZEROES TO PCT-GL-POSTED-DATE.
           MOVE ZEROES TO PCT-GL-BATCH.
           PERFORM WRITE-PCT-RECORD.
           ADD 1 TO TRANSACTIONS-LOADED.
           PERFORM PRINT-ONE-TRANSACTION.
           PERFORM READ-STATEMENT-RECORD.

       PRINT-ONE-TRANSACTION.
           MOVE PCT-CARD-ACCOUNT TO PCH-CARD-ACCOUNT.
           PERFORM READ-PCH-RECORD.
           MOVE PCT-SEQUENCE TO PRINT-SEQUENCE.
           MOVE PCT-CARD-ACCOUNT TO PRINT-CARD-ACCOUNT.
           MOVE PCT-TRANS-DATE TO PRINT-TRANS-DATE.
           MOVE PCT-MERCHANT TO PRINT-MERCHANT.
           MOVE PCT-AMOUNT TO PRINT-AMOUNT.
           IF HOLDER-FOUND = "Y"
               MOVE PCH-NAME TO PRINT-CARDHOLDER
           ELSE
               MOVE "** NOT SET UP" TO PRINT-CARDHOLDER
               ADD 1 TO CARDS-NOT-ON-FILE.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-IMPORT-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "TRANSACTIONS IMPORTED / STATEMENT TOTAL"
               TO PRINT-TOTAL-LABEL.
           MOVE TRANSACTIONS-LOADED TO PRINT-TOTAL-COUNT.
           MOVE TRANS-TOTAL TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "ON CARDS NOT SET UP IN PCHMNT01"
               TO PRINT-TOTAL-LABEL.
           MOVE CARDS-NOT-ON-FILE TO PRINT-TOTAL-COUNT.
           MOVE ZEROES TO PRINT-TOTAL-AMOUNT.
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
           MOVE "PCDIMP01" TO CTLLOG-PROGRAM-ID.
           MOVE TODAY-CCYYMMDD TO CTLLOG-DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE CURRENT-TIME TO CTLLOG-TIME.
           WRITE CONTROL-LOG-RECORD.

       MARK-VOUCHER-WRITTEN.
           MOVE VOUCHER-NUMBER TO CONTROL-LAST-VOUCHER-WRITTEN.
           PERFORM SAVE-CONTROL-RECORD.

       SAVE-LAST-STATEMENT-DATE.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR RE-READING CONTROL RECORD".
           MOVE STATEMENT-DATE TO CONTROL-LAST-PCARD-STATEMENT.
           PERFORM SAVE-CONTROL-RECORD.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-STATEMENT-RECORD.
           READ PCARD-STATEMENT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO STATEMENT-FILE-AT-END.

       READ-VENDOR-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       READ-GLACCOUNT-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ GLACCOUNT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       READ-PCH-RECORD.
           MOVE "Y" TO HOLDER-FOUND.
           READ PCARD-HOLDER-FILE RECORD
               INVALID KEY
                   MOVE "N" TO HOLDER-FOUND.

       WRITE-VOUCHER-RECORD.
           WRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING VOUCHER RECORD".

       WRITE-PCT-RECORD.
           WRITE PCARD-TRANSACTION-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING CARD TRANSACTION RECORD".

       WRITE-TO-PRINTER.
           WRITE PRINTER-RECORD.

           COPY "PLBDAY01.CBL".

           COPY "PLPRNT01.CBL".
