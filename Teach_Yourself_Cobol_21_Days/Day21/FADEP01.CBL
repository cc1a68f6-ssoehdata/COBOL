      * Fixed asset monthly depreciation and disposal journal
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FADEP01.
      *-------------------------------------------------------------
      * Month-end depreciation for the fixed asset register. The
      * operator keys the period (CCYYMM), validated against
      * PERIOD-FILE. Every ACTIVE asset in service by the end of
      * the period takes the months it is owed since the last
      * period it was depreciated for - one month in a normal
      * month-end, more if a month was missed, none if this
      * period has already been taken - by PLDEPR01's straight-
      * line or declining-balance rules, never past its life or
      * below salvage. The first month is the month it went in
      * service. Every disposal FADSP01 recorded on or before
      * the period end that hasn't been journaled is listed in a
      * second section with its proceeds and gain or loss.
      * One balanced journal batch, in GLAEXP01's export format
      * dated the period end, is written to FADEPEXP:
      *   depreciation - debit each expense account, credit
      *     each accumulated depreciation account;
      *   disposals - debit accumulated depreciation and the
      *     proceeds account, credit the asset account for
      *     cost, and the gain/loss account takes the rest.
      * It takes the next CONTROL-LAST-GL-BATCH number and goes
      * on the GL batch status file for GLACNF01 to confirm.
      * Only once the batch is written is each asset stamped -
      * the depreciation added to ACCUM-DEPRECIATION with the
      * period and batch, FULLY DEPRECIATED once book value is
      * down to salvage, and disposals marked posted - so a run
      * that writes nothing leaves everything for the next. An
      * asset with no depreciation accounts, or a disposal with
      * no proceeds or gain/loss account set up, is listed as an
      * exception and left out.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLFA01.CBL".

           COPY "SLGLACT01.CBL".

           COPY "SLPERD01.CBL".

           COPY "SLCONTRL.CBL".

           COPY "SLCTLLOG.CBL".

           COPY "SLGLBAT.CBL".

           SELECT GL-EXPORT-FILE
               ASSIGN TO "FADEPEXP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDFA01.CBL".

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

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "WSPRNT01.CBL".

           COPY "WSDEPR01.CBL".

       77  ASSET-FILE-AT-END            PIC X.
       77  RECORD-FOUND                 PIC X.
       77  PERIOD-FOUND                 PIC X.
       77  TABLE-IS-FULL                PIC X VALUE "N".
       77  STAMPING                     PIC X VALUE "N".

       77  TODAY-CCYYMMDD               PIC 9(8).
       77  AS-OF-PERIOD                 PIC 9(6).
       77  AS-OF-DATE                   PIC 9(8).

       77  MONTHS-DUE                   PIC S9(5).
       77  MONTHS-TAKEN                 PIC S9(5).
       77  ASSET-DEPRECIATION           PIC S9(9)V99.
       77  BOOK-VALUE                   PIC S9(9)V99.

       77  DEPRECIATED-COUNT            PIC 9(5) VALUE ZERO.
       77  DEPRECIATION-TOTAL           PIC S9(11)V99 VALUE ZERO.
       77  DISPOSAL-COUNT               PIC 9(5) VALUE ZERO.
       77  GAIN-LOSS-TOTAL              PIC S9(11)V99 VALUE ZERO.
       77  EXCEPTION-COUNT              PIC 9(5) VALUE ZERO.
       77  ASSETS-STAMPED               PIC 9(5) VALUE ZERO.

       77  GL-BATCH-NUMBER              PIC 9(6) VALUE ZERO.
       77  OLD-CONTROL-VALUE            PIC 9(8).
       77  CURRENT-TIME                 PIC 9(8).
       77  LINES-EXPORTED               PIC 9(5).
       77  BATCH-DEBIT-TOTAL            PIC S9(11)V99 VALUE ZERO.
       77  BATCH-CREDIT-TOTAL           PIC S9(11)V99 VALUE ZERO.

       77  LINE-COUNT                   PIC 999 VALUE ZERO.
       77  PAGE-NUMBER                  PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES                PIC 999 VALUE 55.

       01  IN-SERVICE-WORK              PIC 9(8).
       01  FILLER REDEFINES IN-SERVICE-WORK.
           05 IN-SERVICE-PERIOD         PIC 9(6).
           05 FILLER                    PIC 99.

       01  FROM-PERIOD                  PIC 9(6).
       01  FILLER REDEFINES FROM-PERIOD.
           05 FROM-PERIOD-YEAR          PIC 9(4).
           05 FROM-PERIOD-MONTH         PIC 99.

       01  TO-PERIOD                    PIC 9(6).
       01  FILLER REDEFINES TO-PERIOD.
           05 TO-PERIOD-YEAR            PIC 9(4).
           05 TO-PERIOD-MONTH           PIC 99.

      *-------------------------------------------------------------
      * One line per account, carrying its net as a signed
      * amount - positive is a debit. The sides are set once
      * every asset is in.
      *-------------------------------------------------------------
       77  JOURNAL-LINE-COUNT           PIC 9(3) COMP VALUE ZERO.
       77  JOURNAL-LINE-LIMIT           PIC 9(3) COMP VALUE 200.
       77  JOURNAL-SUB                  PIC 9(3) COMP.
       77  POST-ACCOUNT                 PIC 9(6).
       77  POST-AMOUNT                  PIC S9(11)V99.

       01  JOURNAL-TABLE.
           05 JOURNAL-LINE OCCURS 200 TIMES.
              10 JOURNAL-DEBIT-CREDIT   PIC X.
              10 JOURNAL-ACCOUNT        PIC 9(6).
              10 JOURNAL-AMOUNT         PIC S9(11)V99.

       01  TITLE-LINE.
           05 FILLER                   PIC X(16) VALUE SPACE.
           05 FILLER                   PIC X(34)
              VALUE "FIXED ASSET DEPRECIATION - PERIOD ".
           05 PRINT-AS-OF-PERIOD       PIC 9(6).
           05 FILLER                   PIC X(11) VALUE SPACE.
           05 FILLER                   PIC X(5) VALUE "PAGE:".
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-PAGE-NUMBER        PIC ZZZ9.

       01  COLUMN-LINE                 PIC X(80).

       01  DEPRECIATION-COLUMNS.
           05 FILLER                   PIC X(7) VALUE "ASSET".
           05 FILLER                   PIC X(25) VALUE "DESCRIPTION".
           05 FILLER                   PIC X(4) VALUE "MOS".
           05 FILLER                   PIC X(15)
              VALUE "   DEPRECIATION".
           05 FILLER                   PIC X(15)
              VALUE "    ACCUMULATED".
           05 FILLER                   PIC X(14)
              VALUE "    BOOK VALUE".

       01  DISPOSAL-COLUMNS.
           05 FILLER                   PIC X(7) VALUE "ASSET".
           05 FILLER                   PIC X(20) VALUE "DESCRIPTION".
           05 FILLER                   PIC X(5) VALUE "TYPE".
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 FILLER                   PIC X(15)
              VALUE "       PROCEEDS".
           05 FILLER                   PIC X(15)
              VALUE "     BOOK VALUE".
           05 FILLER                   PIC X(14)
              VALUE "   GAIN (LOSS)".

       01  HELD-PRINT-LINE              PIC X(80).

       01  SECTION-LINE.
           05 PRINT-SECTION-TITLE      PIC X(40).

       01  DEPRECIATION-LINE.
           05 PRINT-ASSET-NUMBER       PIC 9(6).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-DESCRIPTION        PIC X(24).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-MONTHS             PIC ZZ9.
           05 PRINT-DEPRECIATION       PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-ACCUMULATED        PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-BOOK-VALUE         PIC ZZ,ZZZ,ZZ9.99-.

       01  DISPOSAL-LINE.
           05 PRINT-DSP-ASSET-NUMBER   PIC 9(6).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-DSP-DESCRIPTION    PIC X(19).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-DSP-TYPE           PIC X(7).
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-DSP-PROCEEDS       PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-DSP-BOOK-VALUE     PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-DSP-GAIN-LOSS      PIC ZZ,ZZZ,ZZ9.99-.

       01  EXCEPTION-LINE.
           05 PRINT-EXC-ASSET-NUMBER   PIC 9(6).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-EXC-DESCRIPTION    PIC X(24).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-EXC-MESSAGE        PIC X(44).

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
           OPEN I-O ASSET-FILE.
           OPEN INPUT GLACCOUNT-FILE.
           OPEN INPUT PERIOD-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN EXTEND CONTROL-LOG-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM GET-AS-OF-PERIOD.
           PERFORM READ-CONTROL-RECORD.
           MOVE "FADEP01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       GET-AS-OF-PERIOD.
           PERFORM ACCEPT-AS-OF-PERIOD.
           PERFORM RE-ACCEPT-AS-OF-PERIOD
               UNTIL PERIOD-FOUND = "Y".
           MOVE PERIOD-END-DATE TO AS-OF-DATE.

       ACCEPT-AS-OF-PERIOD.
           DISPLAY "ENTER THE PERIOD TO DEPRECIATE (CCYYMM)".
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

       READ-CONTROL-RECORD.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-FA-PROCEEDS-ACCOUNT
                   MOVE ZEROES TO CONTROL-FA-GAIN-LOSS-ACCOUNT.
           IF CONTROL-FA-PROCEEDS-ACCOUNT NOT NUMERIC
               MOVE ZEROES TO CONTROL-FA-PROCEEDS-ACCOUNT.
           IF CONTROL-FA-GAIN-LOSS-ACCOUNT NOT NUMERIC
               MOVE ZEROES TO CONTROL-FA-GAIN-LOSS-ACCOUNT.

       SAVE-CONTROL-RECORD.
           REWRITE CONTROL-RECORD
               INVALID KEY
                   WRITE CONTROL-RECORD
                       INVALID KEY
                       DISPLAY "ERROR WRITING CONTROL RECORD".

       CLOSING-PROCEDURE.
           CLOSE ASSET-FILE.
           CLOSE GLACCOUNT-FILE.
           CLOSE PERIOD-FILE.
           CLOSE CONTROL-FILE.
           CLOSE CONTROL-LOG-FILE.
           CLOSE PRINTER-FILE.

      *-------------------------------------------------------------
      * Two passes to list and journal - depreciation, then
      * disposals - and a third, once the batch is safely
      * written, to stamp the assets. All three make the same
      * decisions about the same assets.
      *-------------------------------------------------------------
       MAIN-PROCESS.
           MOVE DEPRECIATION-COLUMNS TO COLUMN-LINE.
           PERFORM START-NEW-PAGE.
           MOVE "DEPRECIATION" TO PRINT-SECTION-TITLE.
           PERFORM PRINT-SECTION-TITLE-LINE.
           PERFORM START-ASSET-FILE.
           PERFORM DEPRECIATE-ONE-ASSET
               UNTIL ASSET-FILE-AT-END = "Y".
           MOVE DISPOSAL-COLUMNS TO COLUMN-LINE.
           PERFORM START-NEW-PAGE.
           MOVE "DISPOSALS" TO PRINT-SECTION-TITLE.
           PERFORM PRINT-SECTION-TITLE-LINE.
           PERFORM START-ASSET-FILE.
           PERFORM DISPOSE-ONE-ASSET
               UNTIL ASSET-FILE-AT-END = "Y".
           PERFORM PRINT-THE-TOTALS.
           IF TABLE-IS-FULL = "Y"
               DISPLAY "** JOURNAL TABLE FULL - NOTHING WRITTEN **"
           ELSE
           IF JOURNAL-LINE-COUNT NOT = ZERO
               PERFORM SET-THE-JOURNAL-SIDES
               PERFORM TOTAL-THE-BATCH
               PERFORM WRITE-THE-BATCH-IF-BALANCED
           ELSE
               DISPLAY "NOTHING TO JOURNAL FOR PERIOD " AS-OF-PERIOD.

       START-ASSET-FILE.
           MOVE ZEROES TO FA-NUMBER.
           MOVE "N" TO ASSET-FILE-AT-END.
           START ASSET-FILE KEY NOT < FA-NUMBER
               INVALID KEY
                   MOVE "Y" TO ASSET-FILE-AT-END.
           PERFORM READ-NEXT-ASSET.

       READ-NEXT-ASSET.
           IF ASSET-FILE-AT-END NOT = "Y"
               READ ASSET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO ASSET-FILE-AT-END.

      *****************************************************
      *   DEPRECIATION
      *****************************************************
       DEPRECIATE-ONE-ASSET.
           IF FA-IS-ACTIVE
               PERFORM COMPUTE-MONTHS-DUE
               IF MONTHS-DUE > ZERO
                   PERFORM DEPRECIATE-IF-ACCOUNTS.
           PERFORM READ-NEXT-ASSET.

      *-------------------------------------------------------------
      * Months owed run from the month after the last period
      * taken - or from the in-service month for an asset never
      * depreciated - through the period being run, and never
      * past the end of the asset's life.
      *-------------------------------------------------------------
       COMPUTE-MONTHS-DUE.
           MOVE FA-IN-SERVICE-DATE TO IN-SERVICE-WORK.
           MOVE AS-OF-PERIOD TO TO-PERIOD.
           IF FA-LAST-DEPR-PERIOD = ZEROES
               MOVE IN-SERVICE-PERIOD TO FROM-PERIOD
               COMPUTE MONTHS-DUE =
                   (TO-PERIOD-YEAR * 12 + TO-PERIOD-MONTH)
                 - (FROM-PERIOD-YEAR * 12 + FROM-PERIOD-MONTH) + 1
           ELSE
               MOVE FA-LAST-DEPR-PERIOD TO FROM-PERIOD
               COMPUTE MONTHS-DUE =
                   (TO-PERIOD-YEAR * 12 + TO-PERIOD-MONTH)
                 - (FROM-PERIOD-YEAR * 12 + FROM-PERIOD-MONTH).
           IF MONTHS-DUE > FA-LIFE-MONTHS - FA-MONTHS-DEPRECIATED
               COMPUTE MONTHS-DUE =
                   FA-LIFE-MONTHS - FA-MONTHS-DEPRECIATED.

       DEPRECIATE-IF-ACCOUNTS.
           IF FA-ACCUM-DEPR-ACCOUNT = ZEROES
              OR FA-DEPR-EXPENSE-ACCOUNT = ZEROES
               MOVE "NO DEPRECIATION ACCOUNTS - NOT TAKEN"
                   TO PRINT-EXC-MESSAGE
               PERFORM PRINT-AN-EXCEPTION
           ELSE
               PERFORM TAKE-THE-MONTHS-DUE.

       TAKE-THE-MONTHS-DUE.
           MOVE ZEROES TO ASSET-DEPRECIATION.
           MOVE ZEROES TO MONTHS-TAKEN.
           PERFORM TAKE-ONE-MONTH
               UNTIL MONTHS-TAKEN = MONTHS-DUE.
           IF STAMPING = "Y"
               PERFORM STAMP-THE-DEPRECIATION
           ELSE
               PERFORM PRINT-THE-DEPRECIATION
               MOVE FA-DEPR-EXPENSE-ACCOUNT TO POST-ACCOUNT
               MOVE ASSET-DEPRECIATION TO POST-AMOUNT
               PERFORM POST-JOURNAL-AMOUNT
               MOVE FA-ACCUM-DEPR-ACCOUNT TO POST-ACCOUNT
               COMPUTE POST-AMOUNT = ASSET-DEPRECIATION * -1
               PERFORM POST-JOURNAL-AMOUNT.

       TAKE-ONE-MONTH.
           PERFORM DEPRECIATE-ONE-MONTH.
           ADD DEPR-MONTH-AMOUNT TO ASSET-DEPRECIATION.
           ADD 1 TO MONTHS-TAKEN.

       STAMP-THE-DEPRECIATION.
           MOVE AS-OF-PERIOD TO FA-LAST-DEPR-PERIOD.
           MOVE GL-BATCH-NUMBER TO FA-LAST-DEPR-BATCH.
           IF FA-COST - FA-ACCUM-DEPRECIATION
                  NOT > FA-SALVAGE-VALUE
              OR FA-MONTHS-DEPRECIATED NOT < FA-LIFE-MONTHS
               MOVE "F" TO FA-STATUS.
           PERFORM REWRITE-ASSET-RECORD.

       PRINT-THE-DEPRECIATION.
           COMPUTE BOOK-VALUE = FA-COST - FA-ACCUM-DEPRECIATION.
           MOVE SPACE TO DEPRECIATION-LINE.
           MOVE FA-NUMBER TO PRINT-ASSET-NUMBER.
           MOVE FA-DESCRIPTION TO PRINT-DESCRIPTION.
           MOVE MONTHS-TAKEN TO PRINT-MONTHS.
           MOVE ASSET-DEPRECIATION TO PRINT-DEPRECIATION.
           MOVE FA-ACCUM-DEPRECIATION TO PRINT-ACCUMULATED.
           MOVE BOOK-VALUE TO PRINT-BOOK-VALUE.
           MOVE DEPRECIATION-LINE TO PRINTER-RECORD.
           PERFORM PRINT-A-LINE.
           ADD 1 TO DEPRECIATED-COUNT.
           ADD ASSET-DEPRECIATION TO DEPRECIATION-TOTAL.

      *****************************************************
      *   DISPOSALS
      *****************************************************
       DISPOSE-ONE-ASSET.
           IF FA-IS-DISPOSED
              AND FA-DISPOSAL-POSTED-DATE = ZEROES
              AND FA-DISPOSAL-DATE NOT > AS-OF-DATE
               PERFORM DISPOSE-IF-ACCOUNTS.
           PERFORM READ-NEXT-ASSET.

       DISPOSE-IF-ACCOUNTS.
           IF CONTROL-FA-PROCEEDS-ACCOUNT = ZEROES
              OR CONTROL-FA-GAIN-LOSS-ACCOUNT = ZEROES
              OR FA-ACCUM-DEPR-ACCOUNT = ZEROES
               MOVE "DISPOSAL ACCOUNTS NOT SET UP - NOT POSTED"
                   TO PRINT-EXC-MESSAGE
               PERFORM PRINT-AN-EXCEPTION
           ELSE
           IF STAMPING = "Y"
               PERFORM STAMP-THE-DISPOSAL
           ELSE
               PERFORM PRINT-THE-DISPOSAL
               PERFORM POST-THE-DISPOSAL.

      *-------------------------------------------------------------
      * Cost off the asset account, the depreciation off its
      * contra, the cash in; the gain (a credit) or loss (a
      * debit) is what makes it balance.
      *-------------------------------------------------------------
       POST-THE-DISPOSAL.
           MOVE FA-ACCUM-DEPR-ACCOUNT TO POST-ACCOUNT.
           MOVE FA-ACCUM-DEPRECIATION TO POST-AMOUNT.
           PERFORM POST-JOURNAL-AMOUNT.
           MOVE CONTROL-FA-PROCEEDS-ACCOUNT TO POST-ACCOUNT.
           MOVE FA-DISPOSAL-PROCEEDS TO POST-AMOUNT.
           PERFORM POST-JOURNAL-AMOUNT.
           MOVE FA-ASSET-ACCOUNT TO POST-ACCOUNT.
           COMPUTE POST-AMOUNT = FA-COST * -1.
           PERFORM POST-JOURNAL-AMOUNT.
           MOVE CONTROL-FA-GAIN-LOSS-ACCOUNT TO POST-ACCOUNT.
           COMPUTE POST-AMOUNT = FA-DISPOSAL-GAIN-LOSS * -1.
           PERFORM POST-JOURNAL-AMOUNT.

       STAMP-THE-DISPOSAL.
           MOVE TODAY-CCYYMMDD TO FA-DISPOSAL-POSTED-DATE.
           MOVE GL-BATCH-NUMBER TO FA-DISPOSAL-GL-BATCH.
           PERFORM REWRITE-ASSET-RECORD.

       PRINT-THE-DISPOSAL.
           COMPUTE BOOK-VALUE = FA-COST - FA-ACCUM-DEPRECIATION.
           MOVE SPACE TO DISPOSAL-LINE.
           MOVE FA-NUMBER TO PRINT-DSP-ASSET-NUMBER.
           MOVE FA-DESCRIPTION TO PRINT-DSP-DESCRIPTION.
           IF FA-WAS-SOLD
               MOVE "SOLD" TO PRINT-DSP-TYPE
           ELSE
               MOVE "RETIRED" TO PRINT-DSP-TYPE.
           MOVE FA-DISPOSAL-PROCEEDS TO PRINT-DSP-PROCEEDS.
           MOVE BOOK-VALUE TO PRINT-DSP-BOOK-VALUE.
           MOVE FA-DISPOSAL-GAIN-LOSS TO PRINT-DSP-GAIN-LOSS.
           MOVE DISPOSAL-LINE TO PRINTER-RECORD.
           PERFORM PRINT-A-LINE.
           ADD 1 TO DISPOSAL-COUNT.
           ADD FA-DISPOSAL-GAIN-LOSS TO GAIN-LOSS-TOTAL.

      *-------------------------------------------------------------
      * Exceptions were listed the first time round; the
      * stamping pass passes over them quietly.
      *-------------------------------------------------------------
       PRINT-AN-EXCEPTION.
           IF STAMPING = "N"
               MOVE FA-NUMBER TO PRINT-EXC-ASSET-NUMBER
               MOVE FA-DESCRIPTION TO PRINT-EXC-DESCRIPTION
               MOVE EXCEPTION-LINE TO PRINTER-RECORD
               PERFORM PRINT-A-LINE
               ADD 1 TO EXCEPTION-COUNT.

      *****************************************************
      *   THE JOURNAL TABLE
      *****************************************************
       POST-JOURNAL-AMOUNT.
           PERFORM FIND-JOURNAL-ACCOUNT.
           IF JOURNAL-SUB > JOURNAL-LINE-COUNT
               PERFORM ADD-JOURNAL-ACCOUNT
           ELSE
               ADD POST-AMOUNT TO JOURNAL-AMOUNT (JOURNAL-SUB).

       FIND-JOURNAL-ACCOUNT.
           MOVE 1 TO JOURNAL-SUB.
           PERFORM NEXT-JOURNAL-ACCOUNT
               UNTIL JOURNAL-SUB > JOURNAL-LINE-COUNT
                   OR JOURNAL-ACCOUNT (JOURNAL-SUB) = POST-ACCOUNT.

       NEXT-JOURNAL-ACCOUNT.
           ADD 1 TO JOURNAL-SUB.

       ADD-JOURNAL-ACCOUNT.
           IF JOURNAL-LINE-COUNT = JOURNAL-LINE-LIMIT
               MOVE "Y" TO TABLE-IS-FULL
           ELSE
               ADD 1 TO JOURNAL-LINE-COUNT
               MOVE JOURNAL-LINE-COUNT TO JOURNAL-SUB
               MOVE POST-ACCOUNT TO JOURNAL-ACCOUNT (JOURNAL-SUB)
               MOVE POST-AMOUNT TO JOURNAL-AMOUNT (JOURNAL-SUB).

      *****************************************************
      *   THE BATCH
      *****************************************************
       SET-THE-JOURNAL-SIDES.
           MOVE 1 TO JOURNAL-SUB.
           PERFORM SET-ONE-JOURNAL-SIDE
               UNTIL JOURNAL-SUB > JOURNAL-LINE-COUNT.

       SET-ONE-JOURNAL-SIDE.
           IF JOURNAL-AMOUNT (JOURNAL-SUB) < ZERO
               MOVE "C" TO JOURNAL-DEBIT-CREDIT (JOURNAL-SUB)
               COMPUTE JOURNAL-AMOUNT (JOURNAL-SUB) =
                   JOURNAL-AMOUNT (JOURNAL-SUB) * -1
           ELSE
               MOVE "D" TO JOURNAL-DEBIT-CREDIT (JOURNAL-SUB).
           ADD 1 TO JOURNAL-SUB.

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
               DISPLAY "*** DEPRECIATION BATCH OUT OF BALANCE ***"
               DISPLAY "DEBITS:  " BATCH-DEBIT-TOTAL
               DISPLAY "CREDITS: " BATCH-CREDIT-TOTAL
               DISPLAY "THE JOURNAL FILE WAS NOT WRITTEN"
           ELSE
               PERFORM WRITE-THE-BATCH
               PERFORM STAMP-THE-ASSETS
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
               "FADEPEXP".

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
           MOVE AS-OF-DATE TO EXPORT-GL-BATCH-DATE.
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
           MOVE "FADEP01" TO CTLLOG-PROGRAM-ID.
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
      * The stamping pass runs the same two walks over again
      * with STAMPING on, so exactly the assets that made the
      * batch are the ones updated.
      *-------------------------------------------------------------
       STAMP-THE-ASSETS.
           MOVE "Y" TO STAMPING.
           PERFORM START-ASSET-FILE.
           PERFORM DEPRECIATE-ONE-ASSET
               UNTIL ASSET-FILE-AT-END = "Y".
           PERFORM START-ASSET-FILE.
           PERFORM DISPOSE-ONE-ASSET
               UNTIL ASSET-FILE-AT-END = "Y".
           DISPLAY ASSETS-STAMPED " ASSET(S) STAMPED BATCH "
               GL-BATCH-NUMBER.

       REWRITE-ASSET-RECORD.
           REWRITE ASSET-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING ASSET RECORD " FA-NUMBER.
           ADD 1 TO ASSETS-STAMPED.

      *****************************************************
      *   PRINTING
      *****************************************************
       PRINT-SECTION-TITLE-LINE.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SECTION-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-A-LINE.
           IF LINE-COUNT > MAXIMUM-LINES
               MOVE PRINTER-RECORD TO HELD-PRINT-LINE
               PERFORM START-NEW-PAGE
               MOVE HELD-PRINT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "ASSETS DEPRECIATED:" TO PRINT-TOTAL-LABEL.
           MOVE DEPRECIATED-COUNT TO PRINT-TOTAL-COUNT.
           MOVE DEPRECIATION-TOTAL TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "DISPOSALS - NET GAIN (LOSS):" TO PRINT-TOTAL-LABEL.
           MOVE DISPOSAL-COUNT TO PRINT-TOTAL-COUNT.
           MOVE GAIN-LOSS-TOTAL TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "EXCEPTIONS - LEFT OUT:" TO PRINT-TOTAL-LABEL.
           MOVE EXCEPTION-COUNT TO PRINT-TOTAL-COUNT.
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
           MOVE AS-OF-DATE TO PRINT-BATCH-DATE.
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
               PERFORM PRINT-A-LINE.
           ADD 1 TO JOURNAL-SUB.

       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
           MOVE AS-OF-PERIOD TO PRINT-AS-OF-PERIOD.
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

           COPY "PLDEPR01.CBL".

           COPY "PLPRNT01.CBL".
