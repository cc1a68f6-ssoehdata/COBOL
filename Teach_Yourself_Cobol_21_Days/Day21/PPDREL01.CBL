      * Prepaid expense month-end release
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPDREL01.
      *-------------------------------------------------------------
      * Month-end amortization of prepaid expenses. The operator
      * keys the period (CCYYMM), validated against PERIOD-FILE.
      * Every active schedule on the prepaid file releases the
      * slices PLPPD01 says fall in or before the period that
      * have not been released yet - one month in a normal
      * month-end, more if a month was missed or the bill was
      * keyed late, none if this period has already been run.
      * One balanced journal batch, in GLAEXP01's export format
      * dated the period end, is written to PPDEXP: a debit to
      * each expense account for its share, a credit to the
      * prepaid account for the lot. It takes the next CONTROL-
      * LAST-GL-BATCH number and goes on the GL batch status
      * file for GLACNF01 to confirm. Only once the batch is
      * written is each schedule stamped with what it has now
      * released and the period and batch, and marked COMPLETE
      * when its last month is out - so a run that writes
      * nothing leaves everything for the next. A schedule whose
      * voucher has since been voided is listed and CANCELLED
      * with whatever it had left; that balance is for
      * accounting to reverse out of the prepaid account.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLPPD01.CBL".

           COPY "SLVOUCH.CBL".

           COPY "SLGLACT01.CBL".

           COPY "SLPERD01.CBL".

           COPY "SLCONTRL.CBL".

           COPY "SLCTLLOG.CBL".

           COPY "SLGLBAT.CBL".

           SELECT GL-EXPORT-FILE
               ASSIGN TO "PPDEXP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDPPD01.CBL".

           COPY "FDVOUCH.CBL".

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

           COPY "WSPPD01.CBL".

       77  PREPAID-FILE-AT-END          PIC X.
       77  RECORD-FOUND                 PIC X.
       77  PERIOD-FOUND                 PIC X.
       77  VOUCHER-WAS-VOIDED           PIC X.
       77  TABLE-IS-FULL                PIC X VALUE "N".
       77  STAMPING                     PIC X VALUE "N".

       77  TODAY-CCYYMMDD               PIC 9(8).
       77  AS-OF-PERIOD                 PIC 9(6).
       77  AS-OF-DATE                   PIC 9(8).

       77  MONTHS-DUE                   PIC S9(5).
       77  RELEASE-AMOUNT               PIC S9(9)V99.
       77  REMAINING-AMOUNT             PIC S9(9)V99.

       77  RELEASED-COUNT               PIC 9(5) VALUE ZERO.
       77  RELEASED-TOTAL               PIC S9(11)V99 VALUE ZERO.
       77  CANCELLED-COUNT              PIC 9(5) VALUE ZERO.
       77  CANCELLED-TOTAL              PIC S9(11)V99 VALUE ZERO.
       77  SCHEDULES-STAMPED            PIC 9(5) VALUE ZERO.

       77  GL-BATCH-NUMBER              PIC 9(6) VALUE ZERO.
       77  OLD-CONTROL-VALUE            PIC 9(8).
       77  CURRENT-TIME                 PIC 9(8).
       77  LINES-EXPORTED               PIC 9(5).
       77  BATCH-DEBIT-TOTAL            PIC S9(11)V99 VALUE ZERO.
       77  BATCH-CREDIT-TOTAL           PIC S9(11)V99 VALUE ZERO.

       77  LINE-COUNT                   PIC 999 VALUE ZERO.
       77  PAGE-NUMBER                  PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES                PIC 999 VALUE 55.

      *-------------------------------------------------------------
      * One line per account, carrying its net as a signed
      * amount - positive is a debit. The sides are set once
      * every schedule is in.
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
              VALUE "PREPAID EXPENSE RELEASE - PERIOD ".
           05 PRINT-AS-OF-PERIOD       PIC 9(6).
           05 FILLER                   PIC X(11) VALUE SPACE.
           05 FILLER                   PIC X(5) VALUE "PAGE:".
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-PAGE-NUMBER        PIC ZZZ9.

       01  COLUMN-LINE.
           05 FILLER                   PIC X(8) VALUE "VOUCHER".
           05 FILLER                   PIC X(15) VALUE "DESCRIPTION".
           05 FILLER                   PIC X(7) VALUE "EXPENS".
           05 FILLER                   PIC X(4) VALUE "MOS".
           05 FILLER                   PIC X(15)
              VALUE "   THIS RELEASE".
           05 FILLER                   PIC X(15)
              VALUE " RELEASED TO DT".
           05 FILLER                   PIC X(14)
              VALUE "     REMAINING".

       01  HELD-PRINT-LINE              PIC X(80).

       01  RELEASE-LINE.
           05 PRINT-VOUCHER-NUMBER     PIC 9(7).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-DESCRIPTION        PIC X(14).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-EXPENSE-ACCOUNT    PIC 9(6).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-MONTHS             PIC ZZ9.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-RELEASE            PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-RELEASED           PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-REMAINING          PIC ZZ,ZZZ,ZZ9.99-.

       01  EXCEPTION-LINE.
           05 PRINT-EXC-VOUCHER-NUMBER PIC 9(7).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-EXC-DESCRIPTION    PIC X(14).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-EXC-MESSAGE        PIC X(37).
           05 PRINT-EXC-AMOUNT         PIC ZZ,ZZZ,ZZ9.99-.

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
           OPEN I-O PREPAID-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT GLACCOUNT-FILE.
           OPEN INPUT PERIOD-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN EXTEND CONTROL-LOG-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM GET-AS-OF-PERIOD.
           MOVE "PPDREL01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       GET-AS-OF-PERIOD.
           PERFORM ACCEPT-AS-OF-PERIOD.
           PERFORM RE-ACCEPT-AS-OF-PERIOD
               UNTIL PERIOD-FOUND = "Y".
           MOVE PERIOD-END-DATE TO AS-OF-DATE.

       ACCEPT-AS-OF-PERIOD.
           DISPLAY "ENTER THE PERIOD TO RELEASE (CCYYMM)".
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

       SAVE-CONTROL-RECORD.
           REWRITE CONTROL-RECORD
               INVALID KEY
                   WRITE CONTROL-RECORD
                       INVALID KEY
                       DISPLAY "ERROR WRITING CONTROL RECORD".

       CLOSING-PROCEDURE.
           CLOSE PREPAID-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE GLACCOUNT-FILE.
           CLOSE PERIOD-FILE.
           CLOSE CONTROL-FILE.
           CLOSE CONTROL-LOG-FILE.
           CLOSE PRINTER-FILE.

      *-------------------------------------------------------------
      * One pass to list and journal, and a second, once the
      * batch is safely written, to stamp the schedules. Both
      * make the same decisions about the same schedules.
      *-------------------------------------------------------------
       MAIN-PROCESS.
           PERFORM START-NEW-PAGE.
           PERFORM START-PREPAID-FILE.
           PERFORM RELEASE-ONE-SCHEDULE
               UNTIL PREPAID-FILE-AT-END = "Y".
           PERFORM PRINT-THE-TOTALS.
           IF TABLE-IS-FULL = "Y"
               DISPLAY "** JOURNAL TABLE FULL - NOTHING WRITTEN **"
           ELSE
           IF JOURNAL-LINE-COUNT NOT = ZERO
               PERFORM SET-THE-JOURNAL-SIDES
               PERFORM TOTAL-THE-BATCH
               PERFORM WRITE-THE-BATCH-IF-BALANCED
           ELSE
               DISPLAY "NOTHING TO RELEASE FOR PERIOD " AS-OF-PERIOD.

       START-PREPAID-FILE.
           MOVE ZEROES TO PPD-VOUCHER-NUMBER.
           MOVE "N" TO PREPAID-FILE-AT-END.
           START PREPAID-FILE KEY NOT < PPD-VOUCHER-NUMBER
               INVALID KEY
                   MOVE "Y" TO PREPAID-FILE-AT-END.
           PERFORM READ-NEXT-PREPAID.

       READ-NEXT-PREPAID.
           IF PREPAID-FILE-AT-END NOT = "Y"
               READ PREPAID-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO PREPAID-FILE-AT-END.

      *****************************************************
      *   THE RELEASE
      *****************************************************
       RELEASE-ONE-SCHEDULE.
           IF PPD-IS-ACTIVE
               PERFORM CHECK-FOR-VOIDED-VOUCHER
               IF VOUCHER-WAS-VOIDED = "Y"
                   PERFORM CANCEL-THE-SCHEDULE
               ELSE
                   PERFORM COMPUTE-THE-RELEASE
                   IF MONTHS-DUE > ZERO
                       PERFORM RELEASE-THE-MONTHS-DUE.
           PERFORM READ-NEXT-PREPAID.

      *-------------------------------------------------------------
      * A paid voucher may have gone to the archive by now, so
      * one that isn't on the voucher file simply wasn't voided.
      *-------------------------------------------------------------
       CHECK-FOR-VOIDED-VOUCHER.
           MOVE "N" TO VOUCHER-WAS-VOIDED.
           MOVE PPD-VOUCHER-NUMBER TO VOUCHER-NUMBER.
           READ VOUCHER-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO VOUCHER-VOID-DATE.
           IF VOUCHER-VOID-DATE NOT = ZEROES
               MOVE "Y" TO VOUCHER-WAS-VOIDED.

       COMPUTE-THE-RELEASE.
           MOVE AS-OF-PERIOD TO AMORT-THROUGH-PERIOD.
           PERFORM COMPUTE-AMORTIZED-THROUGH.
           COMPUTE MONTHS-DUE =
               AMORT-MONTHS-THROUGH - PPD-MONTHS-RELEASED.
           COMPUTE RELEASE-AMOUNT =
               AMORT-AMOUNT-THROUGH - PPD-AMOUNT-RELEASED.

       RELEASE-THE-MONTHS-DUE.
           IF STAMPING = "Y"
               PERFORM STAMP-THE-RELEASE
           ELSE
               PERFORM PRINT-THE-RELEASE
               MOVE PPD-EXPENSE-ACCOUNT TO POST-ACCOUNT
               MOVE RELEASE-AMOUNT TO POST-AMOUNT
               PERFORM POST-JOURNAL-AMOUNT
               MOVE PPD-PREPAID-ACCOUNT TO POST-ACCOUNT
               COMPUTE POST-AMOUNT = RELEASE-AMOUNT * -1
               PERFORM POST-JOURNAL-AMOUNT.

       STAMP-THE-RELEASE.
           MOVE AMORT-MONTHS-THROUGH TO PPD-MONTHS-RELEASED.
           MOVE AMORT-AMOUNT-THROUGH TO PPD-AMOUNT-RELEASED.
           MOVE AS-OF-PERIOD TO PPD-LAST-RELEASE-PERIOD.
           MOVE GL-BATCH-NUMBER TO PPD-LAST-RELEASE-BATCH.
           IF PPD-MONTHS-RELEASED NOT < PPD-MONTHS
               MOVE "C" TO PPD-STATUS.
           PERFORM REWRITE-PREPAID-RECORD.

       PRINT-THE-RELEASE.
           COMPUTE REMAINING-AMOUNT =
               PPD-AMOUNT - AMORT-AMOUNT-THROUGH.
           MOVE SPACE TO RELEASE-LINE.
           MOVE PPD-VOUCHER-NUMBER TO PRINT-VOUCHER-NUMBER.
           MOVE PPD-DESCRIPTION TO PRINT-DESCRIPTION.
           MOVE PPD-EXPENSE-ACCOUNT TO PRINT-EXPENSE-ACCOUNT.
           MOVE MONTHS-DUE TO PRINT-MONTHS.
           MOVE RELEASE-AMOUNT TO PRINT-RELEASE.
           MOVE AMORT-AMOUNT-THROUGH TO PRINT-RELEASED.
           MOVE REMAINING-AMOUNT TO PRINT-REMAINING.
           MOVE RELEASE-LINE TO PRINTER-RECORD.
           PERFORM PRINT-A-LINE.
           ADD 1 TO RELEASED-COUNT.
           ADD RELEASE-AMOUNT TO RELEASED-TOTAL.

      *-------------------------------------------------------------
      * Listed the first time round, marked cancelled by the
      * stamping pass.
      *-------------------------------------------------------------
       CANCEL-THE-SCHEDULE.
           IF STAMPING = "Y"
               MOVE "X" TO PPD-STATUS
               PERFORM REWRITE-PREPAID-RECORD
           ELSE
               PERFORM PRINT-THE-CANCELLATION.

       PRINT-THE-CANCELLATION.
           COMPUTE REMAINING-AMOUNT =
               PPD-AMOUNT - PPD-AMOUNT-RELEASED.
           MOVE SPACE TO EXCEPTION-LINE.
           MOVE PPD-VOUCHER-NUMBER TO PRINT-EXC-VOUCHER-NUMBER.
           MOVE PPD-DESCRIPTION TO PRINT-EXC-DESCRIPTION.
           MOVE "VOUCHER VOIDED - CANCELLED, LEFT:"
               TO PRINT-EXC-MESSAGE.
           MOVE REMAINING-AMOUNT TO PRINT-EXC-AMOUNT.
           MOVE EXCEPTION-LINE TO PRINTER-RECORD.
           PERFORM PRINT-A-LINE.
           ADD 1 TO CANCELLED-COUNT.
           ADD REMAINING-AMOUNT TO CANCELLED-TOTAL.

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
               DISPLAY "*** PREPAID BATCH OUT OF BALANCE ***"
               DISPLAY "DEBITS:  " BATCH-DEBIT-TOTAL
               DISPLAY "CREDITS: " BATCH-CREDIT-TOTAL
               DISPLAY "THE JOURNAL FILE WAS NOT WRITTEN"
           ELSE
               PERFORM WRITE-THE-BATCH
               PERFORM STAMP-THE-SCHEDULES
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
               "PPDEXP".

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
           MOVE "PPDREL01" TO CTLLOG-PROGRAM-ID.
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
      * The stamping pass runs the same walk over again with
      * STAMPING on, so exactly the schedules that made the
      * batch are the ones updated.
      *-------------------------------------------------------------
       STAMP-THE-SCHEDULES.
           MOVE "Y" TO STAMPING.
           PERFORM START-PREPAID-FILE.
           PERFORM RELEASE-ONE-SCHEDULE
               UNTIL PREPAID-FILE-AT-END = "Y".
           DISPLAY SCHEDULES-STAMPED " SCHEDULE(S) STAMPED BATCH "
               GL-BATCH-NUMBER.

       REWRITE-PREPAID-RECORD.
           REWRITE PREPAID-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PREPAID SCHEDULE "
                   PPD-VOUCHER-NUMBER.
           ADD 1 TO SCHEDULES-STAMPED.

      *****************************************************
      *   PRINTING
      *****************************************************
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
           MOVE "SCHEDULES RELEASED:" TO PRINT-TOTAL-LABEL.
           MOVE RELEASED-COUNT TO PRINT-TOTAL-COUNT.
           MOVE RELEASED-TOTAL TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "CANCELLED - LEFT IN PREPAID:" TO PRINT-TOTAL-LABEL.
           MOVE CANCELLED-COUNT TO PRINT-TOTAL-COUNT.
           MOVE CANCELLED-TOTAL TO PRINT-TOTAL-AMOUNT.
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

           COPY "PLPPD01.CBL".

           COPY "PLPRNT01.CBL".
