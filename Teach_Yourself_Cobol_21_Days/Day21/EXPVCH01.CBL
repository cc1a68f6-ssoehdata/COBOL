      * Employee expense reimbursement voucher run
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPVCH01.
      *-------------------------------------------------------------
      * Turns every APPROVED employee expense report into the
      * voucher that pays the employee back, so nobody rekeys
      * a claim in VCHMNT01. Each report becomes ONE voucher to
      * the employee's vendor record for the report's
      * APPROVED-AMOUNT - what was claimed, less anything the
      * approver cut back to policy - with the report number as
      * the invoice, the purpose as what it is for, and
      * VOUCHER-EXPENSE-REPORT naming the report. Every line
      * with something to pay gets an FDVCHEX1 record carrying
      * its date, expense type, GL account and approved amount,
      * the way FDVCHLN1 carries a PO voucher's lines, and the
      * voucher itself books to the account of its largest
      * line. That is what lets GLAEXP01 and BUDRPT01 charge
      * each line's account, and lets the 1099 runs and
      * VNDSPN01 keep reimbursements apart from what we buy.
      * The due date runs from today on the vendor's terms,
      * rolled back to a business day, as in ERSGEN01. The
      * report is stamped VOUCHERED with the voucher number so
      * it is never paid twice; a report the approver cut to
      * nothing is stamped with no voucher. A report whose
      * vendor record has gone is left approved and reported.
      * The printout is the reimbursement register. Runs
      * unattended as a nightly batch step; a blank print
      * destination defaults to PRINTER.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLEXP01.CBL".

           COPY "SLEXL01.CBL".

           COPY "SLVOUCH.CBL".

           COPY "SLVCHEX1.CBL".

           COPY "SLVND02.CBL".

           COPY "SLTRM01.CBL".

           COPY "SLCONTRL.CBL".

           COPY "SLCTLLOG.CBL".

           COPY "SLHOL01.CBL".

           COPY "SLSTEPC.CBL".

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDEXP01.CBL".

           COPY "FDEXL01.CBL".

           COPY "FDVOUCH.CBL".

           COPY "FDVCHEX1.CBL".

           COPY "FDVND04.CBL".

           COPY "FDTRM01.CBL".

           COPY "FDCONTRL.CBL".

           COPY "FDCTLLOG.CBL".

           COPY "FDHOL01.CBL".

           COPY "FDSTEPC.CBL".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "WSBDAY01.CBL".

           COPY "WSPRNT01.CBL".

       77  EXP-FILE-AT-END              PIC X.
       77  LINE-FILE-AT-END             PIC X.
       77  VENDOR-FOUND                 PIC X.

       77  TODAY-CCYYMMDD               PIC 9(8).
       77  EFFECTIVE-TERMS-DAYS         PIC 9(3).
       77  LARGEST-LINE-AMOUNT          PIC S9(7)V99.
       77  LARGEST-LINE-ACCOUNT         PIC 9(6).

       77  NEW-VOUCHER-NUMBER           PIC 9(7).
       77  VOUCHER-LINE-SEQUENCE        PIC 9(3).
       77  OLD-CONTROL-VALUE            PIC 9(8).
       77  CURRENT-TIME                 PIC 9(8).

       77  GRAND-TOTAL                  PIC S9(11)V99 VALUE ZERO.
       77  VOUCHERS-WRITTEN             PIC 9(5) VALUE ZERO.
       77  REPORTS-WITH-NOTHING-DUE     PIC 9(5) VALUE ZERO.
       77  REPORTS-NO-VENDOR            PIC 9(5) VALUE ZERO.

       01  TITLE-LINE.
           05 FILLER                   PIC X(40)
              VALUE "EMPLOYEE EXPENSE REIMBURSEMENT REGISTER".
           05 FILLER                   PIC X(6) VALUE "DATE: ".
           05 PRINT-TODAY              PIC 9(8).

       01  REPORT-LINE.
           05 FILLER                   PIC X(7) VALUE "REPORT ".
           05 PRINT-EXP-NUMBER         PIC 9(6).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-PURPOSE            PIC X(30).
           05 FILLER                   PIC X(10) VALUE " VOUCHER: ".
           05 PRINT-VOUCHER-NUMBER     PIC 9(7).

       01  PAY-TO-LINE.
           05 FILLER                   PIC X(7) VALUE "PAY TO ".
           05 PRINT-VENDOR-NUMBER      PIC 9(5).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-VENDOR-NAME        PIC X(30).
           05 FILLER                   PIC X(6) VALUE " DUE: ".
           05 PRINT-VOUCHER-DUE        PIC 9(8).

       01  COLUMN-LINE.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 FILLER                   PIC X(4) VALUE "LN".
           05 FILLER                   PIC X(9) VALUE "DATE".
           05 FILLER                   PIC X(5) VALUE "TYPE".
           05 FILLER                   PIC X(21) VALUE "DESCRIPTION".
           05 FILLER                   PIC X(7) VALUE "GL ACCT".
           05 FILLER                   PIC X(15)
              VALUE "        CLAIMED".
           05 FILLER                   PIC X(15)
              VALUE "           PAID".

       01  DETAIL-LINE.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 PRINT-LINE-NUMBER        PIC 9(3).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-EXPENSE-DATE       PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-EXPENSE-TYPE       PIC X(4).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-DESCRIPTION        PIC X(20).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-GL-ACCOUNT         PIC 9(6).
           05 PRINT-CLAIMED            PIC ZZZ,ZZZ,ZZ9.99-.
           05 PRINT-PAID               PIC ZZZ,ZZZ,ZZ9.99-.

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
           OPEN I-O EXPENSE-REPORT-FILE.
           OPEN INPUT EXPENSE-LINE-FILE.
           OPEN I-O VOUCHER-FILE.
           OPEN I-O VOUCHER-EXPENSE-FILE.
           OPEN I-O VENDOR-FILE.
           OPEN INPUT TERMS-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN EXTEND CONTROL-LOG-FILE.
           OPEN INPUT HOLIDAY-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           MOVE "EXPVCH01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE EXPENSE-REPORT-FILE.
           CLOSE EXPENSE-LINE-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-EXPENSE-FILE.
           CLOSE VENDOR-FILE.
           CLOSE TERMS-FILE.
           CLOSE CONTROL-FILE.
           CLOSE CONTROL-LOG-FILE.
           CLOSE HOLIDAY-FILE.
           CLOSE PRINTER-FILE.
           PERFORM WRITE-THE-STEP-COUNT.

       MAIN-PROCESS.
           MOVE TODAY-CCYYMMDD TO PRINT-TODAY.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE ZEROES TO EXP-NUMBER.
           MOVE "N" TO EXP-FILE-AT-END.
           START EXPENSE-REPORT-FILE
               KEY NOT < EXP-NUMBER
               INVALID KEY
                   MOVE "Y" TO EXP-FILE-AT-END.
           PERFORM READ-NEXT-EXPENSE-REPORT.
           PERFORM PROCESS-ONE-EXPENSE-REPORT
               UNTIL EXP-FILE-AT-END = "Y".
           PERFORM PRINT-RUN-TOTALS.
           DISPLAY VOUCHERS-WRITTEN
               " EXPENSE REIMBURSEMENT VOUCHER(S) WRITTEN".
           IF REPORTS-WITH-NOTHING-DUE NOT = ZERO
               DISPLAY REPORTS-WITH-NOTHING-DUE
                   " APPROVED REPORT(S) HAD NOTHING TO PAY".
           IF REPORTS-NO-VENDOR NOT = ZERO
               DISPLAY REPORTS-NO-VENDOR
                   " REPORT(S) LEFT APPROVED - VENDOR NOT ON FILE".

       READ-NEXT-EXPENSE-REPORT.
           READ EXPENSE-REPORT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EXP-FILE-AT-END.

       PROCESS-ONE-EXPENSE-REPORT.
           IF EXP-IS-APPROVED
               PERFORM VOUCHER-ONE-EXPENSE-REPORT.
           PERFORM READ-NEXT-EXPENSE-REPORT.

      *****************************************************
      *    One voucher per approved expense report
      *****************************************************
       VOUCHER-ONE-EXPENSE-REPORT.
           MOVE EXP-EMPLOYEE-VENDOR TO VENDOR-NUMBER.
           MOVE "Y" TO VENDOR-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO VENDOR-FOUND.
           IF VENDOR-FOUND = "N"
               PERFORM PRINT-VENDOR-MISSING
           ELSE
           IF EXP-APPROVED-AMOUNT NOT > ZERO
               PERFORM CLOSE-EMPTY-EXPENSE-REPORT
           ELSE
               PERFORM WRITE-REIMBURSEMENT-VOUCHER.

       PRINT-VENDOR-MISSING.
           MOVE EXP-NUMBER TO PRINT-EXP-NUMBER.
           MOVE EXP-PURPOSE TO PRINT-PURPOSE.
           MOVE ZEROES TO PRINT-VOUCHER-NUMBER.
           MOVE REPORT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "** VENDOR NOT ON FILE - NOT PAID" TO
               PRINT-TOTAL-LABEL.
           MOVE EXP-APPROVED-AMOUNT TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD 1 TO REPORTS-NO-VENDOR.

       CLOSE-EMPTY-EXPENSE-REPORT.
           MOVE ZEROES TO EXP-VOUCHER-NUMBER.
           PERFORM STAMP-THE-EXPENSE-REPORT.
           MOVE EXP-NUMBER TO PRINT-EXP-NUMBER.
           MOVE EXP-PURPOSE TO PRINT-PURPOSE.
           MOVE ZEROES TO PRINT-VOUCHER-NUMBER.
           MOVE REPORT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "NOTHING APPROVED TO PAY" TO PRINT-TOTAL-LABEL.
           MOVE ZEROES TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD 1 TO REPORTS-WITH-NOTHING-DUE.

      *-------------------------------------------------------------
      * The number and due date are settled first so the lines
      * can be written and printed under them as they are read;
      * the voucher header goes on file once the largest line
      * has said which account it books to.
      *-------------------------------------------------------------
       WRITE-REIMBURSEMENT-VOUCHER.
           PERFORM RESOLVE-VENDOR-TERMS.
           PERFORM RETRIEVE-NEXT-VOUCHER-NUMBER.
           MOVE SPACE TO VOUCHER-RECORD.
           MOVE ZEROES TO VOUCHER-RECORD.
           MOVE NEW-VOUCHER-NUMBER TO VOUCHER-NUMBER.
           MOVE EXP-EMPLOYEE-VENDOR TO VOUCHER-VENDOR.
           MOVE SPACES TO VOUCHER-INVOICE.
           STRING "EXP" EXP-NUMBER
               DELIMITED BY SIZE INTO VOUCHER-INVOICE.
           MOVE EXP-PURPOSE TO VOUCHER-FOR.
           MOVE EXP-APPROVED-AMOUNT TO VOUCHER-AMOUNT.
           MOVE TODAY-CCYYMMDD TO VOUCHER-DATE.
           PERFORM COMPUTE-REIMBURSEMENT-DUE.
           MOVE SPACES TO VOUCHER-EXPENSE-CATEGORY.
           MOVE "N" TO VOUCHER-SELECTED.
           MOVE "USD" TO VOUCHER-CURRENCY-CODE.
           MOVE "N" TO VOUCHER-TAXABLE.
           MOVE "N" TO VOUCHER-PREPAYMENT.
           MOVE "EXPVCH01" TO VOUCHER-ENTERED-BY.
           MOVE TODAY-CCYYMMDD TO VOUCHER-ENTERED-DATE.
           MOVE EXP-NUMBER TO VOUCHER-EXPENSE-REPORT.
           IF VENDOR-TERMS-CODE NOT = SPACES
               MOVE TERMS-DISCOUNT-PERCENT TO VOUCHER-DISC-PCT-OVR
               MOVE TERMS-DISCOUNT-DAYS TO VOUCHER-DISC-DAYS-OVR.
           PERFORM PRINT-REIMBURSEMENT-HEADING.
           PERFORM WRITE-THE-VOUCHER-LINES.
           MOVE LARGEST-LINE-ACCOUNT TO VOUCHER-GL-ACCOUNT-NUMBER.
           PERFORM WRITE-VOUCHER-RECORD.
           PERFORM MARK-VOUCHER-WRITTEN.
           PERFORM ROLL-VENDOR-PURCHASES.
           MOVE NEW-VOUCHER-NUMBER TO EXP-VOUCHER-NUMBER.
           PERFORM STAMP-THE-EXPENSE-REPORT.
           MOVE "TOTAL THIS REIMBURSEMENT" TO PRINT-TOTAL-LABEL.
           MOVE VOUCHER-AMOUNT TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD VOUCHER-AMOUNT TO GRAND-TOTAL.
           ADD 1 TO VOUCHERS-WRITTEN.

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

       COMPUTE-REIMBURSEMENT-DUE.
           COMPUTE VOUCHER-DUE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(VOUCHER-DATE) +
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

       STAMP-THE-EXPENSE-REPORT.
           MOVE "V" TO EXP-STATUS.
           MOVE TODAY-CCYYMMDD TO EXP-VOUCHERED-DATE.
           REWRITE EXPENSE-REPORT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING EXPENSE REPORT RECORD".

       PRINT-REIMBURSEMENT-HEADING.
           MOVE EXP-NUMBER TO PRINT-EXP-NUMBER.
           MOVE EXP-PURPOSE TO PRINT-PURPOSE.
           MOVE NEW-VOUCHER-NUMBER TO PRINT-VOUCHER-NUMBER.
           MOVE REPORT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE EXP-EMPLOYEE-VENDOR TO PRINT-VENDOR-NUMBER.
           MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
           MOVE VOUCHER-DUE TO PRINT-VOUCHER-DUE.
           MOVE PAY-TO-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *****************************************************
      *    The report's lines become the voucher's lines
      *****************************************************
       WRITE-THE-VOUCHER-LINES.
           MOVE ZEROES TO VOUCHER-LINE-SEQUENCE.
           MOVE ZEROES TO LARGEST-LINE-AMOUNT.
           MOVE ZEROES TO LARGEST-LINE-ACCOUNT.
           MOVE EXP-NUMBER TO EXL-REPORT-NUMBER.
           MOVE ZEROES TO EXL-LINE-NUMBER.
           MOVE "N" TO LINE-FILE-AT-END.
           START EXPENSE-LINE-FILE
               KEY NOT < EXL-KEY
               INVALID KEY
                   MOVE "Y" TO LINE-FILE-AT-END.
           PERFORM READ-NEXT-EXP-LINE.
           PERFORM WRITE-ONE-VOUCHER-LINE
               UNTIL LINE-FILE-AT-END = "Y".

       READ-NEXT-EXP-LINE.
           IF LINE-FILE-AT-END NOT = "Y"
               READ EXPENSE-LINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO LINE-FILE-AT-END.
           IF LINE-FILE-AT-END NOT = "Y"
              AND EXL-REPORT-NUMBER NOT = EXP-NUMBER
               MOVE "Y" TO LINE-FILE-AT-END.

      *-------------------------------------------------------------
      * A line cut back to nothing is printed but not paid.
      *-------------------------------------------------------------
       WRITE-ONE-VOUCHER-LINE.
           IF EXL-APPROVED-AMOUNT NOT = ZERO
               PERFORM WRITE-VOUCHER-EXPENSE-LINE.
           IF EXL-APPROVED-AMOUNT > LARGEST-LINE-AMOUNT
               MOVE EXL-APPROVED-AMOUNT TO LARGEST-LINE-AMOUNT
               MOVE EXL-GL-ACCOUNT TO LARGEST-LINE-ACCOUNT.
           PERFORM PRINT-REIMBURSEMENT-DETAIL.
           PERFORM READ-NEXT-EXP-LINE.

       WRITE-VOUCHER-EXPENSE-LINE.
           ADD 1 TO VOUCHER-LINE-SEQUENCE.
           MOVE NEW-VOUCHER-NUMBER TO VCHEX-VOUCHER-NUMBER.
           MOVE VOUCHER-LINE-SEQUENCE TO VCHEX-SEQUENCE.
           MOVE EXL-REPORT-NUMBER TO VCHEX-REPORT-NUMBER.
           MOVE EXL-LINE-NUMBER TO VCHEX-REPORT-LINE.
           MOVE EXL-DATE TO VCHEX-EXPENSE-DATE.
           MOVE EXL-TYPE TO VCHEX-EXPENSE-TYPE.
           MOVE EXL-GL-ACCOUNT TO VCHEX-GL-ACCOUNT.
           MOVE EXL-APPROVED-AMOUNT TO VCHEX-AMOUNT.
           WRITE VOUCHER-EXPENSE-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING VOUCHER EXPENSE LINE RECORD".

       PRINT-REIMBURSEMENT-DETAIL.
           MOVE EXL-LINE-NUMBER TO PRINT-LINE-NUMBER.
           MOVE EXL-DATE TO PRINT-EXPENSE-DATE.
           MOVE EXL-TYPE TO PRINT-EXPENSE-TYPE.
           MOVE EXL-DESCRIPTION TO PRINT-DESCRIPTION.
           MOVE EXL-GL-ACCOUNT TO PRINT-GL-ACCOUNT.
           MOVE EXL-AMOUNT TO PRINT-CLAIMED.
           MOVE EXL-APPROVED-AMOUNT TO PRINT-PAID.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-RUN-TOTALS.
           MOVE "TOTAL REIMBURSED ALL EMPLOYEES" TO PRINT-TOTAL-LABEL.
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
           MOVE "EXPVCH01" TO CTLLOG-PROGRAM-ID.
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
