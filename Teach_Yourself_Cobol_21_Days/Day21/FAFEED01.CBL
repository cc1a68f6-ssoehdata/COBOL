      * Fixed asset feed from capital-coded vouchers
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAFEED01.
      *-------------------------------------------------------------
      * Puts every new capital purchase on the fixed asset
      * register, so the asset ledger stops living in a
      * spreadsheet that somebody has to remember to update.
      * A voucher is fed when it is coded to a GL account
      * flagged capital in GLAMNT01 (equipment, vehicles,
      * leasehold improvements), is dated on or after the day
      * the account was flagged, is not voided or a credit memo,
      * and has not been fed already - the asset file's
      * FA-VOUCHER-NUMBER alternate key is the check. Each one
      * becomes a PENDING asset numbered from CONTROL-LAST-ASSET,
      * costed at the voucher amount, described by VOUCHER-FOR,
      * and carrying the capital account's depreciation
      * accounts, life and method as its defaults. FAMNT01
      * places it in service; nothing depreciates until then.
      * The register lists each asset fed.
      * Runs unattended as a nightly batch step; a blank print
      * destination defaults to PRINTER.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLVOUCH.CBL".

           COPY "SLFA01.CBL".

           COPY "SLGLACT01.CBL".

           COPY "SLCONTRL.CBL".

           COPY "SLCTLLOG.CBL".

           COPY "SLSTEPC.CBL".

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDVOUCH.CBL".

           COPY "FDFA01.CBL".

           COPY "FDGLACT01.CBL".

           COPY "FDCONTRL.CBL".

           COPY "FDCTLLOG.CBL".

           COPY "FDSTEPC.CBL".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "WSPRNT01.CBL".

       77  VOUCHER-FILE-AT-END         PIC X.
       77  GL-ACCOUNT-FOUND            PIC X.
       77  ALREADY-FED                 PIC X.
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  OLD-CONTROL-VALUE           PIC 9(8).
       77  CURRENT-TIME                PIC 9(8).

       77  ASSETS-FED                  PIC 9(5) VALUE ZERO.
       77  AMOUNT-FED                  PIC S9(11)V99 VALUE ZERO.

       77  LINE-COUNT                  PIC 999 VALUE ZERO.
       77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES               PIC 999 VALUE 55.

       01  TITLE-LINE.
           05 FILLER                   PIC X(20) VALUE SPACE.
           05 FILLER                   PIC X(30)
              VALUE "FIXED ASSETS FED FROM VOUCHERS".
           05 PRINT-RUN-DATE           PIC 9(8).
           05 FILLER                   PIC X(9) VALUE SPACE.
           05 FILLER                   PIC X(5) VALUE "PAGE:".
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-PAGE-NUMBER        PIC ZZZ9.

       01  COLUMN-LINE.
           05 FILLER                   PIC X(6) VALUE "ASSET".
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 FILLER                   PIC X(7) VALUE "VOUCHER".
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 FILLER                   PIC X(6) VALUE "VENDOR".
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 FILLER                   PIC X(6) VALUE "ACCT".
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 FILLER                   PIC X(30) VALUE "DESCRIPTION".
           05 FILLER                   PIC X(9) VALUE SPACE.
           05 FILLER                   PIC X(4) VALUE "COST".

       01  DETAIL-LINE.
           05 PRINT-ASSET-NUMBER       PIC 9(6).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-VOUCHER-NUMBER     PIC 9(7).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-VENDOR             PIC 9(5).
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-GL-ACCOUNT         PIC 9(6).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-DESCRIPTION        PIC X(30).
           05 PRINT-COST               PIC ZZZ,ZZZ,ZZ9.99-.

       01  TOTAL-LINE.
           05 FILLER                   PIC X(5) VALUE SPACE.
           05 PRINT-TOTAL-LABEL        PIC X(26).
           05 PRINT-TOTAL-COUNT        PIC ZZZZ9.
           05 FILLER                   PIC X(22) VALUE SPACE.
           05 PRINT-TOTAL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN INPUT VOUCHER-FILE.
           OPEN I-O ASSET-FILE.
           OPEN INPUT GLACCOUNT-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN EXTEND CONTROL-LOG-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           MOVE "FAFEED01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           PERFORM PRINT-THE-TOTALS.
           CLOSE VOUCHER-FILE.
           CLOSE ASSET-FILE.
           CLOSE GLACCOUNT-FILE.
           CLOSE CONTROL-FILE.
           CLOSE CONTROL-LOG-FILE.
           CLOSE PRINTER-FILE.
           PERFORM WRITE-THE-STEP-COUNT.
           DISPLAY ASSETS-FED " ASSET(S) FED TO THE REGISTER".

       MAIN-PROCESS.
           PERFORM START-NEW-PAGE.
           MOVE ZEROES TO VOUCHER-NUMBER.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           START VOUCHER-FILE
               KEY NOT < VOUCHER-NUMBER
               INVALID KEY
                   MOVE "Y" TO VOUCHER-FILE-AT-END.
           PERFORM READ-NEXT-VOUCHER.
           PERFORM CHECK-ONE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".

       READ-NEXT-VOUCHER.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               READ VOUCHER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO VOUCHER-FILE-AT-END.

      *****************************************************
      *   Which vouchers are capital purchases
      *****************************************************
       CHECK-ONE-VOUCHER.
           IF VOUCHER-VOID-DATE = ZEROES
              AND NOT VOUCHER-IS-CREDIT-MEMO
              AND VOUCHER-AMOUNT > ZERO
              AND VOUCHER-GL-ACCOUNT-NUMBER NOT = ZEROES
               PERFORM CHECK-CAPITAL-ACCOUNT.
           PERFORM READ-NEXT-VOUCHER.

       CHECK-CAPITAL-ACCOUNT.
           MOVE VOUCHER-GL-ACCOUNT-NUMBER TO GL-ACCOUNT-NUMBER.
           PERFORM READ-GLACCOUNT-RECORD.
           IF GL-ACCOUNT-FOUND = "Y"
              AND GL-ACCOUNT-IS-CAPITAL
              AND VOUCHER-DATE NOT < GL-ACCOUNT-CAPITAL-START
               PERFORM CHECK-ALREADY-FED.

       CHECK-ALREADY-FED.
           MOVE VOUCHER-NUMBER TO FA-VOUCHER-NUMBER.
           MOVE "Y" TO ALREADY-FED.
           READ ASSET-FILE RECORD
               KEY IS FA-VOUCHER-NUMBER
               INVALID KEY
                   MOVE "N" TO ALREADY-FED.
           IF ALREADY-FED = "N"
               PERFORM FEED-ONE-ASSET.

      *****************************************************
      *   Write the pending asset
      *****************************************************
       FEED-ONE-ASSET.
           PERFORM INIT-ASSET-RECORD.
           MOVE VOUCHER-FOR TO FA-DESCRIPTION.
           MOVE VOUCHER-GL-ACCOUNT-NUMBER TO FA-ASSET-ACCOUNT.
           MOVE GL-ACCOUNT-ACCUM-DEPR TO FA-ACCUM-DEPR-ACCOUNT.
           MOVE GL-ACCOUNT-DEPR-EXPENSE TO FA-DEPR-EXPENSE-ACCOUNT.
           MOVE VOUCHER-VENDOR TO FA-VENDOR.
           MOVE VOUCHER-NUMBER TO FA-VOUCHER-NUMBER.
           MOVE VOUCHER-DATE TO FA-ACQUISITION-DATE.
           MOVE VOUCHER-AMOUNT TO FA-COST.
           MOVE GL-ACCOUNT-DEPR-LIFE TO FA-LIFE-MONTHS.
           MOVE GL-ACCOUNT-DEPR-METHOD TO FA-METHOD.
           PERFORM RETRIEVE-NEXT-ASSET-NUMBER.
           WRITE ASSET-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING ASSET RECORD " FA-NUMBER.
           PERFORM PRINT-ONE-ASSET.
           ADD 1 TO ASSETS-FED.
           ADD FA-COST TO AMOUNT-FED.

       INIT-ASSET-RECORD.
           MOVE SPACE TO ASSET-RECORD.
           MOVE "P" TO FA-STATUS.
           MOVE ZEROES TO FA-NUMBER.
           MOVE ZEROES TO FA-ASSET-ACCOUNT.
           MOVE ZEROES TO FA-ACCUM-DEPR-ACCOUNT.
           MOVE ZEROES TO FA-DEPR-EXPENSE-ACCOUNT.
           MOVE ZEROES TO FA-VENDOR.
           MOVE ZEROES TO FA-VOUCHER-NUMBER.
           MOVE ZEROES TO FA-ACQUISITION-DATE.
           MOVE ZEROES TO FA-COST.
           MOVE ZEROES TO FA-SALVAGE-VALUE.
           MOVE ZEROES TO FA-IN-SERVICE-DATE.
           MOVE ZEROES TO FA-LIFE-MONTHS.
           MOVE ZEROES TO FA-MONTHS-DEPRECIATED.
           MOVE ZEROES TO FA-ACCUM-DEPRECIATION.
           MOVE ZEROES TO FA-LAST-DEPR-PERIOD.
           MOVE ZEROES TO FA-LAST-DEPR-BATCH.
           MOVE ZEROES TO FA-DISPOSAL-DATE.
           MOVE ZEROES TO FA-DISPOSAL-PROCEEDS.
           MOVE ZEROES TO FA-DISPOSAL-GAIN-LOSS.
           MOVE ZEROES TO FA-DISPOSAL-POSTED-DATE.
           MOVE ZEROES TO FA-DISPOSAL-GL-BATCH.

       RETRIEVE-NEXT-ASSET-NUMBER.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-LAST-ASSET.
           IF CONTROL-LAST-ASSET NOT NUMERIC
               MOVE ZEROES TO CONTROL-LAST-ASSET.
           MOVE CONTROL-LAST-ASSET TO OLD-CONTROL-VALUE.
           ADD 1 TO CONTROL-LAST-ASSET.
           MOVE CONTROL-LAST-ASSET TO FA-NUMBER.
           PERFORM SAVE-CONTROL-RECORD.
           PERFORM LOG-CONTROL-CHANGE.

       SAVE-CONTROL-RECORD.
           REWRITE CONTROL-RECORD
               INVALID KEY
                   WRITE CONTROL-RECORD
                       INVALID KEY
                       DISPLAY "ERROR WRITING CONTROL RECORD".

       LOG-CONTROL-CHANGE.
           MOVE "ASSETNUM" TO CTLLOG-COUNTER-NAME.
           MOVE OLD-CONTROL-VALUE TO CTLLOG-OLD-VALUE.
           MOVE CONTROL-LAST-ASSET TO CTLLOG-NEW-VALUE.
           MOVE "FAFEED01" TO CTLLOG-PROGRAM-ID.
           MOVE TODAY-CCYYMMDD TO CTLLOG-DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE CURRENT-TIME TO CTLLOG-TIME.
           WRITE CONTROL-LOG-RECORD.

       READ-GLACCOUNT-RECORD.
           MOVE "Y" TO GL-ACCOUNT-FOUND.
           READ GLACCOUNT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO GL-ACCOUNT-FOUND.

      *****************************************************
      *   PRINTING
      *****************************************************
       PRINT-ONE-ASSET.
           MOVE SPACE TO DETAIL-LINE.
           MOVE FA-NUMBER TO PRINT-ASSET-NUMBER.
           MOVE FA-VOUCHER-NUMBER TO PRINT-VOUCHER-NUMBER.
           MOVE FA-VENDOR TO PRINT-VENDOR.
           MOVE FA-ASSET-ACCOUNT TO PRINT-GL-ACCOUNT.
           MOVE FA-DESCRIPTION TO PRINT-DESCRIPTION.
           MOVE FA-COST TO PRINT-COST.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEW-PAGE.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "ASSETS FED / COST:        " TO PRINT-TOTAL-LABEL.
           MOVE ASSETS-FED TO PRINT-TOTAL-COUNT.
           MOVE AMOUNT-FED TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
           MOVE TODAY-CCYYMMDD TO PRINT-RUN-DATE.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE ZERO TO LINE-COUNT.

       WRITE-TO-PRINTER.
           WRITE PRINTER-RECORD.
           ADD 1 TO LINE-COUNT.

       WRITE-THE-STEP-COUNT.
           OPEN OUTPUT STEP-COUNT-FILE.
           MOVE ASSETS-FED TO STEP-RECORD-COUNT.
           WRITE STEP-COUNT-RECORD.
           CLOSE STEP-COUNT-FILE.

           COPY "PLPRNT01.CBL".
