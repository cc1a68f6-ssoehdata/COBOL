      * gathered into a table, the check is printed, then the
      * vouchers are re-read by number and marked paid, so the
      * random re-reads never disturb the vendor scan.
      * A voucher paid past its due date to a vendor carrying a
      * late-payment interest code has the interest priced as it
      * is gathered; once the check is cut an add-on interest
      * voucher is written for it and paid on the same check.
      * Before anything prints, every vendor is screened against
      * the sanctions list (PLSCRN01.CBL) and a possible match
      * is put on payment hold, so it drops out of the run.
      * A vendor BNCSWP01 has put on backup withholding has
      * BACKUP-WITHHOLDING-PCT taken off its check (ACH vendors
      * among them are paid here by check while it lasts).
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "SLAUDJRN.CBL".

           COPY "SLLRT01.CBL".

           COPY "SLLIH01.CBL".

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "FDAUDJRN.CBL".

           COPY "FDLRT01.CBL".

           COPY "FDLIH01.CBL".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

           COPY "WSAUDJ01.CBL".

           COPY "WSLATE01.CBL".

           COPY "WSSCRN01.CBL".

       77  VOUCHER-FILE-AT-END         PIC X VALUE "N".
       77  VENDOR-FOUND                PIC X.
       77  PAY-TO-NAME                 PIC X(30).
       77  DISCOUNT-AMOUNT             PIC S9(7)V99.
       77  DISCOUNT-DEADLINE           PIC 9(8).
       77  WITHHOLDING-AMOUNT          PIC S9(9)V99.
       77  BACKUP-WITHHOLDING-PCT      PIC 99V99 VALUE 24.00.
       77  BACKUP-WITHHELD-AMOUNT      PIC S9(9)V99.
       77  RETAINAGE-HELD              PIC S9(9)V99.
       77  EFFECTIVE-DISC-PCT          PIC 9V99.
       77  EFFECTIVE-DISC-DAYS         PIC 9(3).
       77  CHECK-LEGAL-LINE            PIC X(80).
       77  RESUME-THE-RUN              PIC X.

      *-------------------------------------------------------------
      * Late-payment interest. The interest vouchers for a check
      * are appended to the group behind the vouchers they are
      * interest on, so they print on the stub and are marked
      * paid with the rest; LATE-SOURCE-COUNT holds where the
      * gathered vouchers stop.
      *-------------------------------------------------------------
       77  NEW-VOUCHER-NUMBER          PIC 9(7).
       77  LATE-SOURCE-COUNT           PIC 999 COMP.
       77  LATE-SOURCE-SUB             PIC 999 COMP.
       77  INTEREST-VOUCHER-COUNT      PIC 9(5) VALUE ZERO.
       77  INTEREST-TOTAL              PIC S9(9)V99 VALUE ZERO.

       01  ALIGNMENT-LINE.
           05 FILLER                   PIC X(6) VALUE "VOID *".
           05 FILLER                   PIC X(22)
      * the check is cut. 100 open vouchers is far past anything a
      * vendor has ever accumulated here; STUB-LINE-LIMIT is how
      * many remittance lines fit on the physical check stub.
      * The table holds twice GROUP-LIMIT so every gathered
      * voucher has room for an interest voucher behind it.
      *-------------------------------------------------------------
       77  CURRENT-VENDOR              PIC 9(5).
       77  MORE-VENDORS                PIC X.
       77  VENDOR-CHECK-AMOUNT         PIC S9(11)V99.

       01  VOUCHER-GROUP-TABLE.
           05 VOUCHER-GROUP-ENTRY OCCURS 200 TIMES.
              10 GROUP-VOUCHER-NUMBER  PIC 9(7).
              10 GROUP-INVOICE         PIC X(15).
              10 GROUP-AMOUNT          PIC S9(9)V99.
              10 GROUP-DISCOUNT        PIC S9(7)V99.
              10 GROUP-PAY-AMOUNT      PIC S9(9)V99.
              10 GROUP-INTEREST        PIC S9(7)V99.
              10 GROUP-DAYS-LATE       PIC 9(4).
              10 GROUP-LATE-PCT        PIC 99V999.
              10 GROUP-LATE-GL         PIC 9(6).

       01  CHECK-LINE.
           05 FILLER                   PIC X(5) VALUE "CHECK".
           OPEN I-O OPERATOR-FILE.
           OPEN EXTEND SIGNON-LOG-FILE.
           OPEN EXTEND AUDIT-JOURNAL-FILE.
           OPEN INPUT LATE-RATE-FILE.
           OPEN I-O LATE-INTEREST-FILE.
           MOVE "CHKPRT01" TO AUDIT-PROGRAM-ID.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL-RECORD.
           CLOSE OPERATOR-FILE.
           CLOSE SIGNON-LOG-FILE.
           CLOSE AUDIT-JOURNAL-FILE.
           CLOSE LATE-RATE-FILE.
           CLOSE LATE-INTEREST-FILE.
           IF INTEREST-VOUCHER-COUNT NOT = ZERO
               DISPLAY INTEREST-VOUCHER-COUNT
                   " LATE-PAYMENT INTEREST VOUCHER(S) PAID - TOTAL "
                   INTEREST-TOTAL.
           IF EFT-SKIPPED-COUNT NOT = ZERO
               DISPLAY EFT-SKIPPED-COUNT
                   " SELECTED VOUCHER(S) BELONG TO ACH VENDORS - "
      * MARK-GROUP-PAID can't corrupt it.
      *-------------------------------------------------------------
       MAIN-PROCESS.
           MOVE "CHKPRT01" TO SCREEN-CALLER.
           PERFORM SCREEN-ALL-VENDORS.
           PERFORM RUN-THE-ALIGNMENT-TEST.
           PERFORM START-OR-RESUME-THE-RUN.
           MOVE "Y" TO MORE-VENDORS.
           MOVE ZEROES TO CHKREG-CLEARED-DATE.
           MOVE ZEROES TO CHKREG-CLEARED-AMOUNT.
           MOVE RUN-BANK-CODE TO CHKREG-BANK-ACCOUNT.
           MOVE ZEROES TO CHKREG-STOP-REQ-DATE.
           MOVE SPACES TO CHKREG-STOP-REASON.
           MOVE ZEROES TO CHKREG-STOP-CONF-DATE.
           MOVE SPACES TO CHKREG-STOP-REFERENCE.
           WRITE CHECK-REGISTER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING VOID REGISTER RECORD".
                   "VNDMNT03 FIRST ***"
           ELSE
           IF VENDOR-FOUND = "Y" AND VENDOR-PAYS-BY-ACH
              AND NOT VENDOR-ON-BACKUP-WITHHOLDING
               ADD GROUP-COUNT TO EFT-SKIPPED-COUNT
           ELSE
               PERFORM CUT-THE-VENDOR-CHECK.
           COMPUTE GROUP-PAY-AMOUNT (GROUP-SUB) =
               VOUCHER-AMOUNT - DISCOUNT-AMOUNT - RETAINAGE-HELD.
           ADD GROUP-PAY-AMOUNT (GROUP-SUB) TO VENDOR-CHECK-AMOUNT.
           PERFORM PRICE-LATE-PAYMENT-INTEREST.

      *-------------------------------------------------------------
      * Interest runs on what this check actually pays the
      * voucher, from its due date to the check date, at the
      * vendor's rate code (PLLATE01). It goes on the check
      * amount now so the zero-or-less test, the withholding
      * and the check face all see it.
      *-------------------------------------------------------------
       PRICE-LATE-PAYMENT-INTEREST.
           MOVE VOUCHER-NUMBER TO LATE-LOOKUP-VOUCHER.
           MOVE VENDOR-LATE-INT-CODE TO LATE-LOOKUP-CODE.
           MOVE VOUCHER-DUE TO LATE-LOOKUP-DUE.
           MOVE TODAY-CCYYMMDD TO LATE-LOOKUP-PAID.
           MOVE GROUP-PAY-AMOUNT (GROUP-SUB) TO LATE-LOOKUP-BASE.
           PERFORM COMPUTE-LATE-INTEREST.
           MOVE LATE-INTEREST TO GROUP-INTEREST (GROUP-SUB).
           MOVE LATE-DAYS TO GROUP-DAYS-LATE (GROUP-SUB).
           MOVE LATE-ANNUAL-PCT TO GROUP-LATE-PCT (GROUP-SUB).
           MOVE LATE-GL-ACCOUNT TO GROUP-LATE-GL (GROUP-SUB).
           ADD LATE-INTEREST TO VENDOR-CHECK-AMOUNT.

      *-------------------------------------------------------------
      * Unreleased retainage never rides the check - the voucher

       PRINT-ONE-CHECK.
           PERFORM ASSIGN-NEXT-CHECK-NUMBER.
           PERFORM WRITE-INTEREST-VOUCHERS.
           PERFORM CHECK-BACKUP-WITHHOLDING.
           PERFORM COMPUTE-1042-WITHHOLDING.
           PERFORM PRINT-THE-CHECK.

      *-------------------------------------------------------------
      * The accumulator carries the GROSS settled amount - the
      * net check face plus any 1042-S or backup withholding
      * slice taken from it -
      * which is the figure the vouchers were stamped paid with.
      * Every payment run rolls the same basis, so the YTD ties
      * to VNDRBL01's rebuild off the voucher paid amounts; the
               INVALID KEY
                   DISPLAY "ERROR RE-READING VENDOR RECORD".
           ADD VENDOR-CHECK-AMOUNT WITHHOLDING-AMOUNT
               BACKUP-WITHHELD-AMOUNT TO VENDOR-YTD-PAYMENTS.
           REWRITE VENDOR-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR RECORD".
           ELSE
               MOVE REMIT-TO-ZIP TO PAY-TO-ZIP.

      *-------------------------------------------------------------
      * Backup withholding for a domestic payee that missed its
      * B-notice deadline - a foreign payee has chapter-3
      * withholding instead. The slice goes onto the vendor's
      * year-to-date for box 4 of the 1099.
      *-------------------------------------------------------------
       CHECK-BACKUP-WITHHOLDING.
           MOVE ZEROES TO BACKUP-WITHHELD-AMOUNT.
           IF VENDOR-IS-1099-ELIGIBLE
               AND VENDOR-W9-ON-FILE-DATE = ZEROES
               DISPLAY "*** WARNING - NO W9 ON FILE FOR VENDOR "
                   CURRENT-VENDOR " - CHECK " NEXT-CHECK-NUMBER
                   " MAY BE SUBJECT TO BACKUP WITHHOLDING ***".
           IF VENDOR-FOUND = "Y"
               AND VENDOR-ON-BACKUP-WITHHOLDING
               AND NOT VENDOR-IS-FOREIGN-PAYEE
               AND VENDOR-CHECK-AMOUNT > ZEROES
               PERFORM TAKE-BACKUP-WITHHOLDING.

       TAKE-BACKUP-WITHHOLDING.
           COMPUTE BACKUP-WITHHELD-AMOUNT ROUNDED =
               VENDOR-CHECK-AMOUNT * BACKUP-WITHHOLDING-PCT / 100.
           SUBTRACT BACKUP-WITHHELD-AMOUNT FROM VENDOR-CHECK-AMOUNT.
           PERFORM ACCUMULATE-BACKUP-YTD.
           DISPLAY "BACKUP WITHHOLDING OF " BACKUP-WITHHELD-AMOUNT
               " TAKEN ON CHECK " NEXT-CHECK-NUMBER.

       ACCUMULATE-BACKUP-YTD.
           MOVE CURRENT-VENDOR TO VENDOR-NUMBER.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR RE-READING VENDOR RECORD".
           ADD BACKUP-WITHHELD-AMOUNT TO VENDOR-YTD-BACKUP-WITHHELD.
           REWRITE VENDOR-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR RECORD".

      *-------------------------------------------------------------
      * Chapter-3 withholding for a foreign payee - the treaty
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR RECORD".

      *****************************************************
      *       LATE-PAYMENT INTEREST VOUCHERS
      *****************************************************
      *-------------------------------------------------------------
      * One add-on voucher per late voucher, booked to the rate
      * code's interest expense account and appended to the
      * group so the stub shows it and MARK-GROUP-PAID pays it
      * on this check. The history record keeps how it was
      * priced and who approved the voucher that went late.
      *-------------------------------------------------------------
       WRITE-INTEREST-VOUCHERS.
           MOVE GROUP-COUNT TO LATE-SOURCE-COUNT.
           MOVE 1 TO LATE-SOURCE-SUB.
           PERFORM WRITE-ONE-INTEREST-VOUCHER
               UNTIL LATE-SOURCE-SUB > LATE-SOURCE-COUNT.

       WRITE-ONE-INTEREST-VOUCHER.
           IF GROUP-INTEREST (LATE-SOURCE-SUB) > ZERO
               PERFORM ADD-INTEREST-VOUCHER.
           ADD 1 TO LATE-SOURCE-SUB.

       ADD-INTEREST-VOUCHER.
           MOVE GROUP-VOUCHER-NUMBER (LATE-SOURCE-SUB)
               TO VOUCHER-NUMBER.
           READ VOUCHER-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR RE-READING VOUCHER "
                       GROUP-VOUCHER-NUMBER (LATE-SOURCE-SUB).
           PERFORM FILL-LATE-INTEREST-RECORD.
           PERFORM RETRIEVE-NEXT-VOUCHER-NUMBER.
           PERFORM BUILD-INTEREST-VOUCHER.
           PERFORM WRITE-INTEREST-VOUCHER-RECORD.
           MOVE VOUCHER-NUMBER TO LATEINT-VOUCHER.
           PERFORM WRITE-LATE-INTEREST-RECORD.
           ADD 1 TO GROUP-COUNT.
           MOVE GROUP-COUNT TO GROUP-SUB.
           MOVE VOUCHER-NUMBER TO GROUP-VOUCHER-NUMBER (GROUP-SUB).
           MOVE VOUCHER-INVOICE TO GROUP-INVOICE (GROUP-SUB).
           MOVE VOUCHER-AMOUNT TO GROUP-AMOUNT (GROUP-SUB).
           MOVE ZEROES TO GROUP-DISCOUNT (GROUP-SUB).
           MOVE VOUCHER-AMOUNT TO GROUP-PAY-AMOUNT (GROUP-SUB).
           MOVE ZEROES TO GROUP-INTEREST (GROUP-SUB).
           ADD 1 TO INTEREST-VOUCHER-COUNT.
           ADD VOUCHER-AMOUNT TO INTEREST-TOTAL.

       FILL-LATE-INTEREST-RECORD.
           MOVE CURRENT-VENDOR TO LATEINT-VENDOR.
           MOVE VOUCHER-NUMBER TO LATEINT-LATE-VOUCHER.
           MOVE VOUCHER-INVOICE TO LATEINT-INVOICE.
           MOVE VOUCHER-DUE TO LATEINT-DUE-DATE.
           MOVE TODAY-CCYYMMDD TO LATEINT-PAID-DATE.
           MOVE GROUP-DAYS-LATE (LATE-SOURCE-SUB)
               TO LATEINT-DAYS-LATE.
           MOVE VENDOR-LATE-INT-CODE TO LATEINT-RATE-CODE.
           MOVE GROUP-LATE-PCT (LATE-SOURCE-SUB)
               TO LATEINT-ANNUAL-PCT.
           MOVE GROUP-PAY-AMOUNT (LATE-SOURCE-SUB)
               TO LATEINT-BASE-AMOUNT.
           MOVE GROUP-INTEREST (LATE-SOURCE-SUB) TO LATEINT-AMOUNT.
           MOVE VOUCHER-APPROVED-BY TO LATEINT-APPROVED-BY.
           MOVE VOUCHER-APPROVAL-DATE TO LATEINT-APPROVAL-DATE.
           MOVE NEXT-CHECK-NUMBER TO LATEINT-CHECK-NO.
           MOVE "CHKPRT01" TO LATEINT-PAID-BY-PROGRAM.
           MOVE OPERATOR-ID TO LATEINT-PAID-BY-OPERATOR.

       BUILD-INTEREST-VOUCHER.
           MOVE SPACE TO VOUCHER-RECORD.
           MOVE ZEROES TO VOUCHER-RECORD.
           MOVE NEW-VOUCHER-NUMBER TO VOUCHER-NUMBER.
           MOVE CURRENT-VENDOR TO VOUCHER-VENDOR.
           MOVE SPACES TO VOUCHER-INVOICE.
           STRING "INT " LATEINT-INVOICE
               DELIMITED BY SIZE INTO VOUCHER-INVOICE.
           MOVE SPACES TO VOUCHER-FOR.
           STRING "LATE INTEREST ON VCH " LATEINT-LATE-VOUCHER
               DELIMITED BY SIZE INTO VOUCHER-FOR.
           MOVE LATEINT-AMOUNT TO VOUCHER-AMOUNT.
           MOVE TODAY-CCYYMMDD TO VOUCHER-DATE.
           MOVE TODAY-CCYYMMDD TO VOUCHER-DUE.
           MOVE SPACES TO VOUCHER-EXPENSE-CATEGORY.
           MOVE "N" TO VOUCHER-SELECTED.
           MOVE "N" TO VOUCHER-CREDIT-MEMO.
           MOVE "USD" TO VOUCHER-CURRENCY-CODE.
           MOVE LATEINT-AMOUNT TO VOUCHER-FOREIGN-AMOUNT.
           MOVE GROUP-LATE-GL (LATE-SOURCE-SUB)
               TO VOUCHER-GL-ACCOUNT-NUMBER.
           MOVE "N" TO VOUCHER-APPROVAL-STATUS.
           MOVE "N" TO VOUCHER-TAXABLE.
           MOVE "N" TO VOUCHER-PREPAYMENT.
           MOVE SPACES TO VOUCHER-ON-BEHALF-OF.
           MOVE "N" TO VOUCHER-RETAINAGE-REL.
           MOVE "CHKPRT01" TO VOUCHER-ENTERED-BY.
           MOVE TODAY-CCYYMMDD TO VOUCHER-ENTERED-DATE.

       WRITE-INTEREST-VOUCHER-RECORD.
           WRITE VOUCHER-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING INTEREST VOUCHER"
               NOT INVALID KEY
                   PERFORM JOURNAL-VOUCHER-ADD
                   PERFORM MARK-VOUCHER-WRITTEN
                   PERFORM ROLL-VENDOR-PURCHASES.

       JOURNAL-VOUCHER-ADD.
           MOVE "VOUCHER" TO AUDJRN-FILE-NAME.
           MOVE "ADD" TO AUDJRN-ACTION.
           MOVE VOUCHER-NUMBER TO AUDJRN-KEY.
           MOVE SPACES TO AUDJRN-BEFORE-IMAGE.
           MOVE VOUCHER-RECORD TO AUDJRN-AFTER-IMAGE.
           PERFORM WRITE-AUDIT-JOURNAL.

       WRITE-LATE-INTEREST-RECORD.
           WRITE LATE-INTEREST-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING LATE INTEREST RECORD".

      *-------------------------------------------------------------
      * Re-read fresh so the running purchase total isn't
      * overwritten by a stale copy.
      *-------------------------------------------------------------
       ROLL-VENDOR-PURCHASES.
           MOVE CURRENT-VENDOR TO VENDOR-NUMBER.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR RE-READING VENDOR RECORD".
           ADD VOUCHER-AMOUNT TO VENDOR-YTD-PURCHASES.
           REWRITE VENDOR-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR RECORD".

      *-------------------------------------------------------------
      * The voucher number comes off the control record the same
      * way every voucher writer takes it, and lands on the
      * control-counter log under its own name.
      *-------------------------------------------------------------
       RETRIEVE-NEXT-VOUCHER-NUMBER.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-LAST-VOUCHER.
           MOVE CONTROL-LAST-VOUCHER TO OLD-CONTROL-VALUE.
           ADD 1 TO CONTROL-LAST-VOUCHER.
           MOVE CONTROL-LAST-VOUCHER TO NEW-VOUCHER-NUMBER.
           PERFORM SAVE-CONTROL-RECORD.
           MOVE "VOUCHER" TO CTLLOG-COUNTER-NAME.
           MOVE OLD-CONTROL-VALUE TO CTLLOG-OLD-VALUE.
           MOVE NEW-VOUCHER-NUMBER TO CTLLOG-NEW-VALUE.
           MOVE "CHKPRT01" TO CTLLOG-PROGRAM-ID.
           MOVE TODAY-CCYYMMDD TO CTLLOG-DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE CURRENT-TIME TO CTLLOG-TIME.
           WRITE CONTROL-LOG-RECORD.

       SAVE-CONTROL-RECORD.
           REWRITE CONTROL-RECORD
               INVALID KEY
                   WRITE CONTROL-RECORD
                       INVALID KEY
                       DISPLAY "ERROR WRITING CONTROL RECORD".

       MARK-VOUCHER-WRITTEN.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR RE-READING CONTROL RECORD".
           MOVE VOUCHER-NUMBER TO CONTROL-LAST-VOUCHER-WRITTEN.
           PERFORM SAVE-CONTROL-RECORD.

      *****************************************************
      *       CHECK FACE AND STUB
      *****************************************************
                   DELIMITED BY SIZE
                   INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           IF BACKUP-WITHHELD-AMOUNT NOT = ZEROES
               MOVE SPACES TO PRINTER-RECORD
               STRING "  LESS BACKUP WITHHOLDING TAKEN"
                   DELIMITED BY SIZE
                   INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           MOVE STUB-COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF GROUP-COUNT NOT > STUB-LINE-LIMIT
           MOVE ZEROES TO CHKREG-CLEARED-DATE.
           MOVE ZEROES TO CHKREG-CLEARED-AMOUNT.
           MOVE RUN-BANK-CODE TO CHKREG-BANK-ACCOUNT.
           MOVE ZEROES TO CHKREG-STOP-REQ-DATE.
           MOVE SPACES TO CHKREG-STOP-REASON.
           MOVE ZEROES TO CHKREG-STOP-CONF-DATE.
           MOVE SPACES TO CHKREG-STOP-REFERENCE.
           WRITE CHECK-REGISTER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING CHECK REGISTER RECORD".
           COPY "PLSGNON1.CBL".

           COPY "PLAUDJ01.CBL".

           COPY "PLLATE01.CBL".

           COPY "PLSCRN01.CBL".
