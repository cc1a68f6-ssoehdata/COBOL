      * Electronic sibling of CHKPRT01. Pulls every selected,
      * unpaid voucher whose vendor is flagged VENDOR-PAYS-BY-ACH
      * with an approved prenote, writes a NACHA-style batch file
      * (file header, batch header, one entry detail per vendor,
      * batch control and file control with entry counts, credit
      * totals and the routing-number entry hash), and marks each
      * voucher paid exactly the way CHKPRT01 does - paid date,
      * paid amount, and a reference number, drawn here from
      * CONTROL-LAST-ACH so the ACH stream never eats into the
      * printed check-number sequence.
      * Vendors are worked one at a time on the VOUCHER-VENDOR
      * alternate key, the same way CHKPRT01 consolidates a
      * check: each vendor's eligible vouchers are gathered into
      * a table and settled by one entry carrying the invoice
      * numbers in its addenda - a CCD+ entry with a single RMR
      * addenda when it pays one invoice, a CTX entry carrying
      * an 820 remittance when it pays several. NACHA keeps one
      * standard entry class per batch, so the CTX entries are
      * held on a work file and follow as a second batch. Every
      * entry also prints a remittance advice - invoice, amount,
      * discount taken and net - on a run catalogued through
      * SPLCAT01, so an advice can be reprinted or sent on to
      * the vendor's contact when they call about a deposit.
      * A voucher paid past its due date to a vendor carrying a
      * late-payment interest code has the interest added to its
      * entry, and an add-on interest voucher is written and paid
      * under the same ACH reference.
      * Every vendor is screened against the sanctions list
      * (PLSCRN01.CBL) before the file is begun, and a possible
      * match is held out of the run, as in CHKPRT01.
      * A vendor on backup withholding is left to CHKPRT01, which
      * takes the withholding off a check.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "SLEREG01.CBL".

           COPY "SLLRT01.CBL".

           COPY "SLLIH01.CBL".

           SELECT ACH-BATCH-FILE
               ASSIGN TO "ACHBATCH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACH-CTX-WORK-FILE
               ASSIGN TO "ACHCTXWK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.


           COPY "FDEREG01.CBL".

           COPY "FDLRT01.CBL".

           COPY "FDLIH01.CBL".

       FD  ACH-BATCH-FILE
           LABEL RECORDS ARE OMITTED.
       01  ACH-BATCH-RECORD             PIC X(94).

       FD  ACH-CTX-WORK-FILE
           LABEL RECORDS ARE OMITTED.
       01  ACH-CTX-WORK-RECORD          PIC X(94).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "WSCASE01.CBL".

           COPY "WSLATE01.CBL".

           COPY "WSPRNT01.CBL".

           COPY "WSSCRN01.CBL".

       77  VOUCHER-FILE-AT-END         PIC X VALUE "N".
       77  VENDOR-FOUND                PIC X.
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  ROUTING-HIGH-8              PIC 9(8).
       77  PRENOTE-SKIPPED             PIC 9(5) VALUE ZERO.
       77  HOLD-SKIPPED                PIC 9(5) VALUE ZERO.
       77  BACKUP-WH-SKIPPED           PIC 9(5) VALUE ZERO.
       77  CREDITS-STRANDED            PIC 9(5) VALUE ZERO.
       77  COMPANY-ACH-ID              PIC X(10).
       77  NEW-VOUCHER-NUMBER          PIC 9(7).
       77  INTEREST-VOUCHER-COUNT      PIC 9(5) VALUE ZERO.
       77  INTEREST-TOTAL              PIC S9(9)V99 VALUE ZERO.

      *-------------------------------------------------------------
      * Which FDBNK01 account this run settles from. A blank code
       77  BANK-SELECTED               PIC X VALUE "N".
       77  BANK-FOUND                  PIC X.

      *-------------------------------------------------------------
      * One vendor's worth of selected vouchers, gathered before
      * the entry is written - the same table CHKPRT01 fills for
      * a check, with room behind the gathered vouchers for an
      * interest voucher apiece. A selected credit memo is only
      * counted: an ACH credit entry can't move a negative
      * number, so it is reported rather than netted.
      *-------------------------------------------------------------
       77  CURRENT-VENDOR              PIC 9(5).
       77  MORE-VENDORS                PIC X.
       77  GROUP-COUNT                 PIC 999 COMP VALUE ZERO.
       77  GROUP-LIMIT                 PIC 999 COMP VALUE 100.
       77  GROUP-SUB                   PIC 999 COMP.
       77  GROUP-CREDIT-COUNT          PIC 9(5).
       77  VENDOR-ENTRY-AMOUNT         PIC S9(11)V99.
       77  RETAINAGE-HELD              PIC S9(9)V99.
       77  LATE-SOURCE-COUNT           PIC 999 COMP.
       77  LATE-SOURCE-SUB             PIC 999 COMP.

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

      *-------------------------------------------------------------
      * Batch bookkeeping. ENTRY-COUNT, CREDIT-TOTAL and
      * ENTRY-HASH above are file totals; each batch keeps its
      * own, and the NACHA entry/addenda count in a control
      * record counts the addenda as well as the entries.
      *-------------------------------------------------------------
       77  ENTRY-SEC-CODE              PIC X(3).
           88 ENTRY-IS-CTX             VALUE "CTX".
       77  BATCH-SEC-CODE              PIC X(3).
       77  BATCH-COUNT                 PIC 9(6) VALUE ZERO.
       77  ADDENDA-COUNT               PIC 9(6) VALUE ZERO.
       77  CCD-ENTRY-COUNT             PIC 9(6) VALUE ZERO.
       77  CCD-ADDENDA-COUNT           PIC 9(6) VALUE ZERO.
       77  CCD-CREDIT-TOTAL            PIC S9(12)V99 VALUE ZERO.
       77  CCD-ENTRY-HASH              PIC 9(10) VALUE ZERO.
       77  CTX-ENTRY-COUNT             PIC 9(6) VALUE ZERO.
       77  CTX-ADDENDA-COUNT           PIC 9(6) VALUE ZERO.
       77  CTX-CREDIT-TOTAL            PIC S9(12)V99 VALUE ZERO.
       77  CTX-ENTRY-HASH              PIC 9(10) VALUE ZERO.
       77  CTX-WORK-AT-END             PIC X.

      *-------------------------------------------------------------
      * Addenda assembly. Each X12 segment is strung into
      * ADDENDA-SEGMENT, then packed onto the 80-byte payment
      * information of the current addenda record - a segment
      * that doesn't fit is split across two, since the bank
      * reads the CTX addenda as one continuous stream.
      *-------------------------------------------------------------
       77  ADDENDA-SEGMENT             PIC X(80).
       77  ADDENDA-PAYLOAD             PIC X(80).
       77  SEGMENT-POINTER             PIC 999 COMP.
       77  SEGMENT-LENGTH              PIC 999 COMP.
       77  ADDENDA-POINTER             PIC 999 COMP.
       77  FIRST-PART                  PIC 999 COMP.
       77  ADDENDA-SEQUENCE            PIC 9(4).
       77  ENTRY-ADDENDA-COUNT         PIC 9(4).
       77  ENTRY-SEQUENCE              PIC 9(7).
       77  X12-SEGMENT-COUNT           PIC 9(4).
       77  X12-AMOUNT                  PIC S9(11)V99.
       77  X12-AMOUNT-EDIT             PIC Z(10)9.99.
       77  X12-AMOUNT-TEXT             PIC X(14).
       77  X12-LEAD                    PIC 99 COMP.
       77  X12-NET-TEXT                PIC X(14).
       77  X12-GROSS-TEXT              PIC X(14).
       77  X12-DISCOUNT-TEXT           PIC X(14).

       77  PAY-TO-NAME                 PIC X(30).
       77  PAY-TO-ADDRESS-1            PIC X(30).
       77  PAY-TO-ADDRESS-2            PIC X(30).
       77  PAY-TO-CITY                 PIC X(20).
       77  PAY-TO-STATE                PIC X(2).
       77  PAY-TO-ZIP                  PIC X(10).
       77  ADVICE-COUNT                PIC 9(5) VALUE ZERO.

      *-------------------------------------------------------------
      * NACHA-style fixed 94-byte records. The layouts below carry
      * the fields the bank's import actually validates - record
           05 ACH-BH-COMPANY-NAME      PIC X(16).
           05 FILLER                   PIC X(20) VALUE SPACE.
           05 ACH-BH-COMPANY-ID        PIC X(10).
           05 ACH-BH-SEC-CODE          PIC X(3).
           05 FILLER                   PIC X(10) VALUE "VENDOR PMT".
           05 ACH-BH-EFFECTIVE-DATE    PIC 9(8).
           05 FILLER                   PIC X(16) VALUE SPACE.
           05 ACH-BH-BATCH-NUMBER      PIC 9(7).

       01  ACH-ENTRY-DETAIL.
           05 FILLER                   PIC X VALUE "6".
           05 ACH-ED-VENDOR-NUMBER     PIC 9(5).
           05 FILLER                   PIC X(9) VALUE SPACE.
           05 ACH-ED-VENDOR-NAME       PIC X(22).
           05 FILLER                   PIC X(3) VALUE SPACE.
           05 ACH-ED-ADDENDA-FLAG      PIC 9.
           05 ACH-ED-TRACE             PIC 9(15).

      *-------------------------------------------------------------
      * Addenda type 05 - the payment-related information is an
      * RMR segment for a CCD+ entry, or a slice of the 820
      * transaction for a CTX entry. The entry sequence is the
      * last seven digits of the entry's trace number.
      *-------------------------------------------------------------
       01  ACH-ADDENDA.
           05 FILLER                   PIC X VALUE "7".
           05 FILLER                   PIC X(2) VALUE "05".
           05 ACH-AD-PAYMENT-INFO      PIC X(80).
           05 ACH-AD-SEQUENCE          PIC 9(4).
           05 ACH-AD-ENTRY-SEQUENCE    PIC 9(7).

       01  ACH-BATCH-CONTROL.
           05 FILLER                   PIC X VALUE "8".
           05 FILLER                   PIC X(3) VALUE "220".
           05 ACH-BC-DEBIT-TOTAL       PIC 9(10)V99.
           05 ACH-BC-CREDIT-TOTAL      PIC 9(10)V99.
           05 ACH-BC-COMPANY-ID        PIC X(10).
           05 FILLER                   PIC X(33) VALUE SPACE.
           05 ACH-BC-BATCH-NUMBER      PIC 9(7).

       01  ACH-FILE-CONTROL.
           05 FILLER                   PIC X VALUE "9".
           05 ACH-FC-CREDIT-TOTAL      PIC 9(10)V99.
           05 FILLER                   PIC X(47) VALUE SPACE.

      *-------------------------------------------------------------
      * The remittance advice - one per entry, laid out like the
      * check stub CHKPRT01 prints, so the vendor sees the same
      * columns whichever way they were paid.
      *-------------------------------------------------------------
       01  ADVICE-TITLE-LINE.
           05 FILLER                   PIC X(26) VALUE
              "ACH REMITTANCE ADVICE REF ".
           05 PRINT-ADVICE-REFERENCE   PIC 9(8).
           05 FILLER                   PIC X(7) VALUE "  DATE ".
           05 PRINT-ADVICE-DATE        PIC 9(8).
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-ADVICE-FORMAT      PIC X(4).

       01  ADVICE-PAYEE-LINE.
           05 FILLER                   PIC X(8) VALUE "PAYEE: ".
           05 PRINT-PAYEE-NAME         PIC X(30).
           05 FILLER                   PIC X(9) VALUE "  VENDOR ".
           05 PRINT-PAYEE-VENDOR       PIC 9(5).

       01  ADVICE-ADDRESS-LINE.
           05 FILLER                   PIC X(8) VALUE SPACE.
           05 PRINT-PAYEE-ADDRESS-1    PIC X(30).
           05 FILLER                   PIC X(3) VALUE SPACE.
           05 PRINT-PAYEE-ADDRESS-2    PIC X(30).

       01  ADVICE-CITYSTATE-LINE.
           05 FILLER                   PIC X(8) VALUE SPACE.
           05 PRINT-PAYEE-CITY         PIC X(20).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-PAYEE-STATE        PIC X(2).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-PAYEE-ZIP          PIC X(10).

       01  ADVICE-CONTACT-LINE.
           05 FILLER                   PIC X(8) VALUE "ATTN:  ".
           05 PRINT-CONTACT-NAME       PIC X(30).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-CONTACT-PHONE      PIC X(14).

       01  ADVICE-COLUMN-LINE.
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 FILLER                   PIC X(7) VALUE "VOUCHER".
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 FILLER                   PIC X(15) VALUE "INVOICE".
           05 FILLER                   PIC X(7) VALUE SPACE.
           05 FILLER                   PIC X(6) VALUE "AMOUNT".
           05 FILLER                   PIC X(3) VALUE SPACE.
           05 FILLER                   PIC X(8) VALUE "DISCOUNT".
           05 FILLER                   PIC X(7) VALUE SPACE.
           05 FILLER                   PIC X(3) VALUE "NET".

       01  ADVICE-DETAIL-LINE.
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-ADVICE-VOUCHER     PIC 9(7).
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 PRINT-ADVICE-INVOICE     PIC X(15).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-ADVICE-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-ADVICE-DISCOUNT    PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-ADVICE-NET         PIC ZZZ,ZZZ,ZZ9.99-.

       01  ADVICE-TOTAL-LINE.
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 FILLER                   PIC X(26) VALUE
              "TOTAL DEPOSITED BY ACH:".
           05 FILLER                   PIC X(30) VALUE SPACE.
           05 PRINT-ADVICE-TOTAL       PIC ZZZ,ZZZ,ZZ9.99-.

       01  ADVICE-RULE-LINE.
           05 FILLER                   PIC X(72) VALUE ALL "-".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           OPEN I-O BANK-ACCOUNT-FILE.
           OPEN I-O EFT-REGISTER-FILE.
           OPEN OUTPUT ACH-BATCH-FILE.
           OPEN OUTPUT ACH-CTX-WORK-FILE.
           OPEN INPUT LATE-RATE-FILE.
           OPEN I-O LATE-INTEREST-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME FROM TIME.
           PERFORM READ-CONTROL-RECORD.
           PERFORM READ-PRINT-CONFIG-RECORD.
           PERFORM CHOOSE-BANK-ACCOUNT.
           PERFORM GET-COMPANY-ACH-ID.
           PERFORM OPEN-REMITTANCE-ADVICE.

       CHOOSE-BANK-ACCOUNT.
           PERFORM ACCEPT-BANK-ACCOUNT.
               DISPLAY "ENTER THE COMPANY ACH ID THE BANK ASSIGNED"
               ACCEPT COMPANY-ACH-ID.

      *-------------------------------------------------------------
      * The advices are always spooled rather than offered the
      * usual printer-or-path choice - the catalog entry is what
      * lets the clerk reprint a vendor's advice, or send it on,
      * when the vendor calls weeks later about a deposit.
      *-------------------------------------------------------------
       OPEN-REMITTANCE-ADVICE.
           MOVE "ACHPAY01" TO REPORT-SPOOL-NAME.
           CALL "SPLCAT01" USING REPORT-SPOOL-NAME
               PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE VOUCHER-FILE.
           CLOSE CONTROL-FILE.
           CLOSE BANK-ACCOUNT-FILE.
           CLOSE EFT-REGISTER-FILE.
           CLOSE ACH-BATCH-FILE.
           CLOSE ACH-CTX-WORK-FILE.
           CLOSE LATE-RATE-FILE.
           CLOSE LATE-INTEREST-FILE.
           CLOSE PRINTER-FILE.
           DISPLAY ENTRY-COUNT " ACH ENTRY(S) WRITTEN TO ACHBATCH".
           DISPLAY CCD-ENTRY-COUNT " CCD+ AND " CTX-ENTRY-COUNT
               " CTX - " ADVICE-COUNT " REMITTANCE ADVICE(S) SPOOLED".
           IF INTEREST-VOUCHER-COUNT NOT = ZERO
               DISPLAY INTEREST-VOUCHER-COUNT
                   " LATE-PAYMENT INTEREST VOUCHER(S) PAID - TOTAL "
                   INTEREST-TOTAL.
           IF PRENOTE-SKIPPED NOT = ZERO
               DISPLAY PRENOTE-SKIPPED
                   " ACH VOUCHER(S) SKIPPED - PRENOTE NOT YET "
               DISPLAY HOLD-SKIPPED
                   " ACH VOUCHER(S) REFUSED - VENDOR ON PAYMENT "
                   "HOLD OR INACTIVE".
           IF BACKUP-WH-SKIPPED NOT = ZERO
               DISPLAY BACKUP-WH-SKIPPED
                   " ACH VOUCHER(S) LEFT FOR CHKPRT01 - VENDOR ON "
                   "BACKUP WITHHOLDING".
           IF CREDITS-STRANDED NOT = ZERO
               DISPLAY CREDITS-STRANDED
                   " SELECTED CREDIT MEMO(S) FOR ACH VENDORS WERE "
               DISPLAY "SETTLE THEM THROUGH VCHPAY01 OR DESELECT "
                   "AND RE-NET ON A CHECK RUN.".

      *-------------------------------------------------------------
      * The CCD batch is written straight to ACHBATCH as the
      * vendors are paid; any CTX entries wait on the work file
      * and are copied in behind it as their own batch.
      *-------------------------------------------------------------
       MAIN-PROCESS.
           MOVE "ACHPAY01" TO SCREEN-CALLER.
           PERFORM SCREEN-ALL-VENDORS.
           PERFORM WRITE-FILE-HEADER.
           MOVE "CCD" TO BATCH-SEC-CODE.
           PERFORM WRITE-BATCH-HEADER.
           MOVE ZEROES TO CURRENT-VENDOR.
           MOVE "Y" TO MORE-VENDORS.
           PERFORM PROCESS-NEXT-VENDOR
               UNTIL MORE-VENDORS = "N".
           PERFORM WRITE-CCD-BATCH-CONTROL.
           IF CTX-ENTRY-COUNT NOT = ZERO
               PERFORM WRITE-CTX-BATCH.
           PERFORM WRITE-FILE-CONTROL.

       WRITE-FILE-HEADER.
       WRITE-BATCH-HEADER.
           MOVE PRINT-CONFIG-COMPANY-NAME TO ACH-BH-COMPANY-NAME.
           MOVE COMPANY-ACH-ID TO ACH-BH-COMPANY-ID.
           MOVE BATCH-SEC-CODE TO ACH-BH-SEC-CODE.
           MOVE TODAY-CCYYMMDD TO ACH-BH-EFFECTIVE-DATE.
           ADD 1 TO BATCH-COUNT.
           MOVE BATCH-COUNT TO ACH-BH-BATCH-NUMBER.
           MOVE ACH-BATCH-HEADER TO ACH-BATCH-RECORD.
           WRITE ACH-BATCH-RECORD.

      *****************************************************
      *       VENDOR-AT-A-TIME DRIVER
      *****************************************************
      *-------------------------------------------------------------
      * Same walk as CHKPRT01 - each pass STARTs the alternate
      * key past the last vendor handled and scans to the next
      * vendor owning an eligible voucher, so the by-number
      * re-reads in MARK-GROUP-PAID can't corrupt the position.
      * Eligibility is the check run's screen - selected, unpaid,
      * under the approval threshold or carrying an approval
      * stamp.
      *-------------------------------------------------------------
       PROCESS-NEXT-VENDOR.
           PERFORM FIND-NEXT-ELIGIBLE-VENDOR.
           IF MORE-VENDORS = "Y"
               PERFORM PROCESS-ONE-VENDOR.

       FIND-NEXT-ELIGIBLE-VENDOR.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           MOVE CURRENT-VENDOR TO VOUCHER-VENDOR.
           START VOUCHER-FILE KEY > VOUCHER-VENDOR
               INVALID KEY
                   MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END = "Y"
               MOVE "N" TO MORE-VENDORS
           ELSE
               PERFORM READ-NEXT-VOUCHER
               PERFORM SKIP-INELIGIBLE-VOUCHERS
                   UNTIL VOUCHER-FILE-AT-END = "Y"
                       OR (VOUCHER-SELECTED = "Y"
                           AND VOUCHER-PAID-DATE = ZEROES
                           AND (  VOUCHER-AMOUNT <
                                      CONTROL-APPROVAL-THRESHOLD
                               OR VOUCHER-IS-APPROVED))
               PERFORM SET-CURRENT-VENDOR.

       SET-CURRENT-VENDOR.
           IF VOUCHER-FILE-AT-END = "Y"
               MOVE "N" TO MORE-VENDORS
           ELSE
               MOVE VOUCHER-VENDOR TO CURRENT-VENDOR.

       READ-NEXT-VOUCHER.
           READ VOUCHER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO VOUCHER-FILE-AT-END.

       SKIP-INELIGIBLE-VOUCHERS.
           IF VOUCHER-SELECTED NOT = "Y"
               OR VOUCHER-PAID-DATE NOT = ZEROES
                   AND NOT VOUCHER-IS-APPROVED)
               PERFORM READ-NEXT-VOUCHER.

      *-------------------------------------------------------------
      * Only ACH vendors whose prenote has come back approved get
      * an entry - everything else stays selected for the check
      * and reported rather than silently stranded - the vendor
      * would otherwise be paid gross forever.
      *-------------------------------------------------------------
       PROCESS-ONE-VENDOR.
           PERFORM LOOKUP-VENDOR.
           IF VENDOR-FOUND = "Y" AND VENDOR-PAYS-BY-ACH
               PERFORM GATHER-VENDOR-GROUP
               PERFORM SCREEN-ONE-ACH-VENDOR.

       SCREEN-ONE-ACH-VENDOR.
           IF VENDOR-PENDING-NEW
               ADD GROUP-COUNT GROUP-CREDIT-COUNT TO HOLD-SKIPPED
               DISPLAY "*** HARD STOP - VENDOR " VENDOR-NUMBER
                   " IS AWAITING DUAL-CONTROL RELEASE ***"
           ELSE
           IF NOT VENDOR-IS-ACTIVE
               ADD GROUP-COUNT GROUP-CREDIT-COUNT TO HOLD-SKIPPED
               DISPLAY "*** HARD STOP - VENDOR " VENDOR-NUMBER
                   " IS ON HOLD OR INACTIVE: " VENDOR-HOLD-REASON
               DISPLAY "*** VENDOR'S VOUCHERS NOT PAID - CLEAR THE "
                   "STATUS IN VNDMNT03 ***"
           ELSE
           IF VENDOR-ON-BACKUP-WITHHOLDING
               ADD GROUP-COUNT GROUP-CREDIT-COUNT TO BACKUP-WH-SKIPPED
               DISPLAY "VENDOR " VENDOR-NUMBER " IS ON BACKUP "
                   "WITHHOLDING - PAID BY CHECK IN CHKPRT01"
           ELSE
           IF NOT VENDOR-PRENOTE-APPROVED
               ADD GROUP-COUNT GROUP-CREDIT-COUNT TO PRENOTE-SKIPPED
           ELSE
               PERFORM PAY-ONE-ACH-VENDOR.

       PAY-ONE-ACH-VENDOR.
           IF GROUP-CREDIT-COUNT NOT = ZERO
               ADD GROUP-CREDIT-COUNT TO CREDITS-STRANDED
               DISPLAY "** " GROUP-CREDIT-COUNT
                   " CREDIT MEMO(S) FOR ACH VENDOR " VENDOR-NUMBER
                   " CANNOT BE NETTED BY AN ACH ENTRY **".
           IF GROUP-COUNT NOT = ZERO
               PERFORM PAY-ONE-VENDOR.

       LOOKUP-VENDOR.
           MOVE CURRENT-VENDOR TO VENDOR-NUMBER.
           MOVE "Y" TO VENDOR-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO VENDOR-FOUND.
           IF REMIT-TO-NAME = SPACES
               MOVE VENDOR-NAME TO PAY-TO-NAME
           ELSE
               MOVE REMIT-TO-NAME TO PAY-TO-NAME.
           IF REMIT-TO-ADDRESS-1 = SPACES
               MOVE VENDOR-ADDRESS-1 TO PAY-TO-ADDRESS-1
           ELSE
               MOVE REMIT-TO-ADDRESS-1 TO PAY-TO-ADDRESS-1.
           IF REMIT-TO-ADDRESS-2 = SPACES
               MOVE VENDOR-ADDRESS-2 TO PAY-TO-ADDRESS-2
           ELSE
               MOVE REMIT-TO-ADDRESS-2 TO PAY-TO-ADDRESS-2.
           IF REMIT-TO-CITY = SPACES
               MOVE VENDOR-CITY TO PAY-TO-CITY
           ELSE
               MOVE REMIT-TO-CITY TO PAY-TO-CITY.
           IF REMIT-TO-STATE = SPACES
               MOVE VENDOR-STATE TO PAY-TO-STATE
           ELSE
               MOVE REMIT-TO-STATE TO PAY-TO-STATE.
           IF REMIT-TO-ZIP = SPACES
               MOVE VENDOR-ZIP TO PAY-TO-ZIP
           ELSE
               MOVE REMIT-TO-ZIP TO PAY-TO-ZIP.

      *-------------------------------------------------------------
      * Collects every eligible voucher for CURRENT-VENDOR into
      * the group table. The scan leaves the file positioned on
      * the next vendor's first record (or at end), which is fine
      * - the next driver pass re-STARTs anyway.
      *-------------------------------------------------------------
       GATHER-VENDOR-GROUP.
           MOVE ZERO TO GROUP-COUNT.
           MOVE ZERO TO GROUP-CREDIT-COUNT.
           MOVE ZEROES TO VENDOR-ENTRY-AMOUNT.
           PERFORM ADD-VOUCHER-TO-GROUP.
           PERFORM GATHER-REMAINING-VOUCHERS
               UNTIL VOUCHER-FILE-AT-END = "Y"
                   OR VOUCHER-VENDOR NOT = CURRENT-VENDOR
                   OR GROUP-COUNT = GROUP-LIMIT.

       GATHER-REMAINING-VOUCHERS.
           PERFORM READ-NEXT-VOUCHER.
           PERFORM SKIP-INELIGIBLE-SAME-VENDOR
               UNTIL VOUCHER-FILE-AT-END = "Y"
                   OR VOUCHER-VENDOR NOT = CURRENT-VENDOR
                   OR (VOUCHER-SELECTED = "Y"
                       AND VOUCHER-PAID-DATE = ZEROES
                       AND (  VOUCHER-AMOUNT <
                                  CONTROL-APPROVAL-THRESHOLD
                           OR VOUCHER-IS-APPROVED)).
           IF VOUCHER-FILE-AT-END NOT = "Y"
               AND VOUCHER-VENDOR = CURRENT-VENDOR
               PERFORM ADD-VOUCHER-TO-GROUP.

       SKIP-INELIGIBLE-SAME-VENDOR.
           IF VOUCHER-SELECTED NOT = "Y"
               OR VOUCHER-PAID-DATE NOT = ZEROES
               OR (  VOUCHER-AMOUNT NOT < CONTROL-APPROVAL-THRESHOLD
                   AND NOT VOUCHER-IS-APPROVED)
               PERFORM READ-NEXT-VOUCHER.

      *-------------------------------------------------------------
      * An ACH entry pays net of unreleased retainage the same
      * way the check run does - the holdback stays owing until
      * RETREL01 releases it. The ACH run takes no early-payment
      * discount, so the discount column always carries zero.
      *-------------------------------------------------------------
       ADD-VOUCHER-TO-GROUP.
           IF VOUCHER-AMOUNT NOT > ZERO
               ADD 1 TO GROUP-CREDIT-COUNT
           ELSE
               PERFORM COMPUTE-RETAINAGE-HELD
               ADD 1 TO GROUP-COUNT
               MOVE GROUP-COUNT TO GROUP-SUB
               MOVE VOUCHER-NUMBER
                   TO GROUP-VOUCHER-NUMBER (GROUP-SUB)
               MOVE VOUCHER-INVOICE TO GROUP-INVOICE (GROUP-SUB)
               MOVE VOUCHER-AMOUNT TO GROUP-AMOUNT (GROUP-SUB)
               MOVE ZEROES TO GROUP-DISCOUNT (GROUP-SUB)
               COMPUTE GROUP-PAY-AMOUNT (GROUP-SUB) =
                   VOUCHER-AMOUNT - RETAINAGE-HELD
               ADD GROUP-PAY-AMOUNT (GROUP-SUB)
                   TO VENDOR-ENTRY-AMOUNT
               PERFORM PRICE-LATE-PAYMENT-INTEREST.

       COMPUTE-RETAINAGE-HELD.
           IF VOUCHER-RETAINED-AMOUNT NOT = ZEROES
               AND NOT VOUCHER-RETAINAGE-RELEASED
               MOVE VOUCHER-RETAINED-AMOUNT TO RETAINAGE-HELD
           ELSE
               MOVE ZEROES TO RETAINAGE-HELD.

      *-------------------------------------------------------------
      * Interest runs on what the entry pays the voucher, from
      * its due date to today, at the vendor's rate code
      * (PLLATE01), and rides the same entry as the voucher it
      * is interest on.
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
           ADD LATE-INTEREST TO VENDOR-ENTRY-AMOUNT.

      *****************************************************
      *       ONE VENDOR = ONE ENTRY
      *****************************************************
      *-------------------------------------------------------------
      * The interest vouchers are written first so they join the
      * group - one invoice on the entry makes it CCD+, anything
      * more makes it CTX.
      *-------------------------------------------------------------
       PAY-ONE-VENDOR.
           PERFORM ASSIGN-NEXT-ACH-NUMBER.
           PERFORM WRITE-INTEREST-VOUCHERS.
           IF GROUP-COUNT = 1
               MOVE "CCD" TO ENTRY-SEC-CODE
           ELSE
               MOVE "CTX" TO ENTRY-SEC-CODE.
           PERFORM WRITE-ENTRY-DETAIL.
           PERFORM WRITE-ENTRY-ADDENDA.
           PERFORM MARK-GROUP-PAID.
           PERFORM ROLL-VENDOR-PAYMENTS.
           PERFORM WRITE-EFT-REGISTER-RECORD.
           PERFORM PRINT-REMITTANCE-ADVICE.
           MOVE VENDOR-BANK-ROUTING(1:8) TO ROUTING-HIGH-8.
           ADD 1 TO ENTRY-COUNT.
           ADD ENTRY-ADDENDA-COUNT TO ADDENDA-COUNT.
           ADD VENDOR-ENTRY-AMOUNT TO CREDIT-TOTAL.
           ADD ROUTING-HIGH-8 TO ENTRY-HASH.
           IF ENTRY-IS-CTX
               ADD 1 TO CTX-ENTRY-COUNT
               ADD ENTRY-ADDENDA-COUNT TO CTX-ADDENDA-COUNT
               ADD VENDOR-ENTRY-AMOUNT TO CTX-CREDIT-TOTAL
               ADD ROUTING-HIGH-8 TO CTX-ENTRY-HASH
           ELSE
               ADD 1 TO CCD-ENTRY-COUNT
               ADD ENTRY-ADDENDA-COUNT TO CCD-ADDENDA-COUNT
               ADD VENDOR-ENTRY-AMOUNT TO CCD-CREDIT-TOTAL
               ADD ROUTING-HIGH-8 TO CCD-ENTRY-HASH.

      *-------------------------------------------------------------
      * Each account runs its own ACH sequence, the same split
      * to savings. The trace number is the first 8 digits of the
      * routing number plus our own ACH sequence, which is also
      * what lands in VOUCHER-CHECK-NO - so a bank trace can be
      * walked straight back to the vouchers.
      *-------------------------------------------------------------
       WRITE-ENTRY-DETAIL.
           IF VENDOR-BANK-IS-SAVINGS
               MOVE 22 TO ACH-ED-TRAN-CODE.
           MOVE VENDOR-BANK-ROUTING TO ACH-ED-ROUTING.
           MOVE VENDOR-BANK-ACCOUNT TO ACH-ED-ACCOUNT.
           MOVE VENDOR-ENTRY-AMOUNT TO ACH-ED-AMOUNT.
           MOVE VENDOR-NUMBER TO ACH-ED-VENDOR-NUMBER.
           MOVE PAY-TO-NAME TO ACH-ED-VENDOR-NAME.
           MOVE 1 TO ACH-ED-ADDENDA-FLAG.
           MOVE VENDOR-BANK-ROUTING(1:8) TO ROUTING-HIGH-8.
           COMPUTE ENTRY-SEQUENCE =
               FUNCTION MOD(NEXT-ACH-NUMBER, 10000000).
           COMPUTE ACH-ED-TRACE =
               ROUTING-HIGH-8 * 10000000 + ENTRY-SEQUENCE.
           MOVE ACH-ENTRY-DETAIL TO ACH-BATCH-RECORD.
           PERFORM WRITE-ACH-OUTPUT.

      *-------------------------------------------------------------
      * A CTX entry's records go to the work file until its batch
      * is copied in at the end of the run; everything else goes
      * straight to ACHBATCH.
      *-------------------------------------------------------------
       WRITE-ACH-OUTPUT.
           IF ENTRY-IS-CTX
               MOVE ACH-BATCH-RECORD TO ACH-CTX-WORK-RECORD
               WRITE ACH-CTX-WORK-RECORD
           ELSE
               WRITE ACH-BATCH-RECORD.

      *****************************************************
      *       ADDENDA
      *****************************************************
      *-------------------------------------------------------------
      * CCD+ carries the one invoice as a single RMR segment.
      * CTX carries an 820 remittance - ST, BPR with the entry
      * amount, TRN with our ACH reference, N1 with the payee,
      * one RMR per invoice, and SE with the segment count - the
      * transaction set the bank wraps in its own interchange
      * envelope before it goes out.
      *-------------------------------------------------------------
       WRITE-ENTRY-ADDENDA.
           MOVE SPACES TO ADDENDA-PAYLOAD.
           MOVE 1 TO ADDENDA-POINTER.
           MOVE ZERO TO ADDENDA-SEQUENCE.
           IF ENTRY-IS-CTX
               PERFORM BUILD-CTX-REMITTANCE
           ELSE
               MOVE 1 TO GROUP-SUB
               PERFORM ADD-RMR-SEGMENT.
           IF ADDENDA-POINTER > 1
               PERFORM WRITE-ONE-ADDENDA.
           MOVE ADDENDA-SEQUENCE TO ENTRY-ADDENDA-COUNT.

       BUILD-CTX-REMITTANCE.
           MOVE ZERO TO X12-SEGMENT-COUNT.
           MOVE SPACES TO ADDENDA-SEGMENT.
           MOVE 1 TO SEGMENT-POINTER.
           STRING "ST*820*0001\" DELIMITED BY SIZE
               INTO ADDENDA-SEGMENT WITH POINTER SEGMENT-POINTER.
           PERFORM ADD-SEGMENT-TO-ADDENDA.
           MOVE VENDOR-ENTRY-AMOUNT TO X12-AMOUNT.
           PERFORM EDIT-X12-AMOUNT.
           MOVE SPACES TO ADDENDA-SEGMENT.
           MOVE 1 TO SEGMENT-POINTER.
           STRING "BPR*C*" DELIMITED BY SIZE
                  X12-AMOUNT-TEXT DELIMITED BY SPACE
                  "*C*ACH*CTX\" DELIMITED BY SIZE
               INTO ADDENDA-SEGMENT WITH POINTER SEGMENT-POINTER.
           PERFORM ADD-SEGMENT-TO-ADDENDA.
           MOVE SPACES TO ADDENDA-SEGMENT.
           MOVE 1 TO SEGMENT-POINTER.
           STRING "TRN*1*" DELIMITED BY SIZE
                  NEXT-ACH-NUMBER DELIMITED BY SIZE
                  "\" DELIMITED BY SIZE
               INTO ADDENDA-SEGMENT WITH POINTER SEGMENT-POINTER.
           PERFORM ADD-SEGMENT-TO-ADDENDA.
           MOVE SPACES TO ADDENDA-SEGMENT.
           MOVE 1 TO SEGMENT-POINTER.
           STRING "N1*PE*" DELIMITED BY SIZE
                  PAY-TO-NAME DELIMITED BY "  "
                  "\" DELIMITED BY SIZE
               INTO ADDENDA-SEGMENT WITH POINTER SEGMENT-POINTER.
           PERFORM ADD-SEGMENT-TO-ADDENDA.
           MOVE 1 TO GROUP-SUB.
           PERFORM ADD-RMR-SEGMENT
               UNTIL GROUP-SUB > GROUP-COUNT.
           ADD 1 TO X12-SEGMENT-COUNT.
           MOVE SPACES TO ADDENDA-SEGMENT.
           MOVE 1 TO SEGMENT-POINTER.
           STRING "SE*" DELIMITED BY SIZE
                  X12-SEGMENT-COUNT DELIMITED BY SIZE
                  "*0001\" DELIMITED BY SIZE
               INTO ADDENDA-SEGMENT WITH POINTER SEGMENT-POINTER.
           PERFORM ADD-SEGMENT-TO-ADDENDA.

      *-------------------------------------------------------------
      * RMR*IV*invoice*PI*net paid*invoice amount*discount -
      * one per voucher on the entry.
      *-------------------------------------------------------------
       ADD-RMR-SEGMENT.
           MOVE GROUP-PAY-AMOUNT (GROUP-SUB) TO X12-AMOUNT.
           PERFORM EDIT-X12-AMOUNT.
           MOVE X12-AMOUNT-TEXT TO X12-NET-TEXT.
           MOVE GROUP-AMOUNT (GROUP-SUB) TO X12-AMOUNT.
           PERFORM EDIT-X12-AMOUNT.
           MOVE X12-AMOUNT-TEXT TO X12-GROSS-TEXT.
           MOVE GROUP-DISCOUNT (GROUP-SUB) TO X12-AMOUNT.
           PERFORM EDIT-X12-AMOUNT.
           MOVE X12-AMOUNT-TEXT TO X12-DISCOUNT-TEXT.
           MOVE SPACES TO ADDENDA-SEGMENT.
           MOVE 1 TO SEGMENT-POINTER.
           STRING "RMR*IV*" DELIMITED BY SIZE
                  GROUP-INVOICE (GROUP-SUB) DELIMITED BY "  "
                  "*PI*" DELIMITED BY SIZE
                  X12-NET-TEXT DELIMITED BY SPACE
                  "*" DELIMITED BY SIZE
                  X12-GROSS-TEXT DELIMITED BY SPACE
                  "*" DELIMITED BY SIZE
                  X12-DISCOUNT-TEXT DELIMITED BY SPACE
                  "\" DELIMITED BY SIZE
               INTO ADDENDA-SEGMENT WITH POINTER SEGMENT-POINTER.
           PERFORM ADD-SEGMENT-TO-ADDENDA.
           ADD 1 TO GROUP-SUB.

      *-------------------------------------------------------------
      * X12 amounts carry no leading zeroes or blanks - the
      * edited amount is shifted left past its leading spaces.
      *-------------------------------------------------------------
       EDIT-X12-AMOUNT.
           MOVE X12-AMOUNT TO X12-AMOUNT-EDIT.
           MOVE ZERO TO X12-LEAD.
           INSPECT X12-AMOUNT-EDIT
               TALLYING X12-LEAD FOR LEADING SPACES.
           MOVE SPACES TO X12-AMOUNT-TEXT.
           MOVE X12-AMOUNT-EDIT(X12-LEAD + 1:) TO X12-AMOUNT-TEXT.

       ADD-SEGMENT-TO-ADDENDA.
           ADD 1 TO X12-SEGMENT-COUNT.
           COMPUTE SEGMENT-LENGTH = SEGMENT-POINTER - 1.
           IF ADDENDA-POINTER + SEGMENT-LENGTH > 81
               COMPUTE FIRST-PART = 81 - ADDENDA-POINTER
               MOVE ADDENDA-SEGMENT(1:FIRST-PART)
                   TO ADDENDA-PAYLOAD(ADDENDA-POINTER:FIRST-PART)
               PERFORM WRITE-ONE-ADDENDA
               SUBTRACT FIRST-PART FROM SEGMENT-LENGTH
               MOVE ADDENDA-SEGMENT(FIRST-PART + 1:SEGMENT-LENGTH)
                   TO ADDENDA-PAYLOAD(1:SEGMENT-LENGTH)
               COMPUTE ADDENDA-POINTER = SEGMENT-LENGTH + 1
           ELSE
               MOVE ADDENDA-SEGMENT(1:SEGMENT-LENGTH)
                   TO ADDENDA-PAYLOAD(ADDENDA-POINTER:SEGMENT-LENGTH)
               ADD SEGMENT-LENGTH TO ADDENDA-POINTER.
           IF ADDENDA-POINTER > 80
               PERFORM WRITE-ONE-ADDENDA.

       WRITE-ONE-ADDENDA.
           ADD 1 TO ADDENDA-SEQUENCE.
           MOVE ADDENDA-PAYLOAD TO ACH-AD-PAYMENT-INFO.
           MOVE ADDENDA-SEQUENCE TO ACH-AD-SEQUENCE.
           MOVE ENTRY-SEQUENCE TO ACH-AD-ENTRY-SEQUENCE.
           MOVE ACH-ADDENDA TO ACH-BATCH-RECORD.
           PERFORM WRITE-ACH-OUTPUT.
           MOVE SPACES TO ADDENDA-PAYLOAD.
           MOVE 1 TO ADDENDA-POINTER.

      *****************************************************
      *       VOUCHERS, VENDOR AND REGISTER
      *****************************************************
      *-------------------------------------------------------------
      * Re-reads each voucher in the group by number and stamps
      * it with the shared ACH reference and its own net paid
      * amount - ACHRTN01 reopens every voucher carrying the
      * reference if the bank returns the entry.
      *-------------------------------------------------------------
       MARK-GROUP-PAID.
           MOVE 1 TO GROUP-SUB.
           PERFORM MARK-ONE-VOUCHER-PAID
               UNTIL GROUP-SUB > GROUP-COUNT.

       MARK-ONE-VOUCHER-PAID.
           MOVE GROUP-VOUCHER-NUMBER (GROUP-SUB) TO VOUCHER-NUMBER.
           READ VOUCHER-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR RE-READING VOUCHER "
                       GROUP-VOUCHER-NUMBER (GROUP-SUB)
               NOT INVALID KEY
                   MOVE TODAY-CCYYMMDD TO VOUCHER-PAID-DATE
                   MOVE GROUP-PAY-AMOUNT (GROUP-SUB)
                       TO VOUCHER-PAID-AMOUNT
                   MOVE GROUP-DISCOUNT (GROUP-SUB)
                       TO VOUCHER-DISCOUNT-TAKEN
                   MOVE NEXT-ACH-NUMBER TO VOUCHER-CHECK-NO
                   PERFORM REWRITE-VOUCHER-RECORD.
           ADD 1 TO GROUP-SUB.

      *-------------------------------------------------------------
      * The entry finally exists as a record - outstanding on
           MOVE "A" TO EREG-STREAM.
           MOVE NEXT-ACH-NUMBER TO EREG-REFERENCE.
           MOVE TODAY-CCYYMMDD TO EREG-ISSUE-DATE.
           MOVE CURRENT-VENDOR TO EREG-VENDOR.
           MOVE PAY-TO-NAME TO EREG-PAYEE-NAME.
           MOVE VENDOR-ENTRY-AMOUNT TO EREG-AMOUNT.
           MOVE "O" TO EREG-STATUS.
           MOVE ZEROES TO EREG-SETTLED-DATE.
           MOVE ZEROES TO EREG-SETTLED-AMOUNT.
               DISPLAY "ERROR WRITING EFT REGISTER RECORD".

       ROLL-VENDOR-PAYMENTS.
           MOVE CURRENT-VENDOR TO VENDOR-NUMBER.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR RE-READING VENDOR RECORD".
           ADD VENDOR-ENTRY-AMOUNT TO VENDOR-YTD-PAYMENTS.
           REWRITE VENDOR-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR RECORD".

      *****************************************************
      *       LATE-PAYMENT INTEREST VOUCHERS
      *****************************************************
      *-------------------------------------------------------------
      * One add-on voucher per late voucher, booked to the rate
      * code's interest expense account and appended to the
      * group so the addenda and the advice list it and
      * MARK-GROUP-PAID pays it under this entry's reference.
      * The history record keeps how it was priced and who
      * approved the voucher that went late.
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
           WRITE VOUCHER-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING INTEREST VOUCHER"
               NOT INVALID KEY
                   PERFORM MARK-VOUCHER-WRITTEN
                   PERFORM ROLL-VENDOR-PURCHASES.
           MOVE VOUCHER-NUMBER TO LATEINT-VOUCHER.
           WRITE LATE-INTEREST-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING LATE INTEREST RECORD".
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
           MOVE NEXT-ACH-NUMBER TO LATEINT-CHECK-NO.
           MOVE "ACHPAY01" TO LATEINT-PAID-BY-PROGRAM.
           MOVE SPACES TO LATEINT-PAID-BY-OPERATOR.

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
           MOVE "ACHPAY01" TO VOUCHER-ENTERED-BY.
           MOVE TODAY-CCYYMMDD TO VOUCHER-ENTERED-DATE.

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
           MOVE "ACHPAY01" TO CTLLOG-PROGRAM-ID.
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

       REWRITE-VOUCHER-RECORD.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".

      *****************************************************
      *       REMITTANCE ADVICE
      *****************************************************
       PRINT-REMITTANCE-ADVICE.
           MOVE ADVICE-RULE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE NEXT-ACH-NUMBER TO PRINT-ADVICE-REFERENCE.
           MOVE TODAY-CCYYMMDD TO PRINT-ADVICE-DATE.
           IF ENTRY-IS-CTX
               MOVE "CTX" TO PRINT-ADVICE-FORMAT
           ELSE
               MOVE "CCD+" TO PRINT-ADVICE-FORMAT.
           MOVE ADVICE-TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE PAY-TO-NAME TO PRINT-PAYEE-NAME.
           MOVE CURRENT-VENDOR TO PRINT-PAYEE-VENDOR.
           MOVE ADVICE-PAYEE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE PAY-TO-ADDRESS-1 TO PRINT-PAYEE-ADDRESS-1.
           MOVE PAY-TO-ADDRESS-2 TO PRINT-PAYEE-ADDRESS-2.
           MOVE ADVICE-ADDRESS-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE PAY-TO-CITY TO PRINT-PAYEE-CITY.
           MOVE PAY-TO-STATE TO PRINT-PAYEE-STATE.
           MOVE PAY-TO-ZIP TO PRINT-PAYEE-ZIP.
           MOVE ADVICE-CITYSTATE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF VENDOR-CONTACT-NAME NOT = SPACES
               MOVE VENDOR-CONTACT-NAME TO PRINT-CONTACT-NAME
               MOVE VENDOR-CONTACT-PHONE TO PRINT-CONTACT-PHONE
               MOVE ADVICE-CONTACT-LINE TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE ADVICE-COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE 1 TO GROUP-SUB.
           PERFORM PRINT-ONE-ADVICE-LINE
               UNTIL GROUP-SUB > GROUP-COUNT.
           MOVE VENDOR-ENTRY-AMOUNT TO PRINT-ADVICE-TOTAL.
           MOVE ADVICE-TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD 1 TO ADVICE-COUNT.

       PRINT-ONE-ADVICE-LINE.
           MOVE SPACE TO ADVICE-DETAIL-LINE.
           MOVE GROUP-VOUCHER-NUMBER (GROUP-SUB)
               TO PRINT-ADVICE-VOUCHER.
           MOVE GROUP-INVOICE (GROUP-SUB) TO PRINT-ADVICE-INVOICE.
           MOVE GROUP-AMOUNT (GROUP-SUB) TO PRINT-ADVICE-AMOUNT.
           MOVE GROUP-DISCOUNT (GROUP-SUB) TO PRINT-ADVICE-DISCOUNT.
           MOVE GROUP-PAY-AMOUNT (GROUP-SUB) TO PRINT-ADVICE-NET.
           MOVE ADVICE-DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD 1 TO GROUP-SUB.

       WRITE-TO-PRINTER.
           WRITE PRINTER-RECORD.

      *****************************************************
      *       BATCH AND FILE CONTROL
      *****************************************************
       WRITE-CCD-BATCH-CONTROL.
           COMPUTE ACH-BC-ENTRY-COUNT =
               CCD-ENTRY-COUNT + CCD-ADDENDA-COUNT.
           MOVE CCD-ENTRY-HASH TO ACH-BC-ENTRY-HASH.
           MOVE CCD-CREDIT-TOTAL TO ACH-BC-CREDIT-TOTAL.
           PERFORM WRITE-BATCH-CONTROL.

       WRITE-CTX-BATCH.
           CLOSE ACH-CTX-WORK-FILE.
           OPEN INPUT ACH-CTX-WORK-FILE.
           MOVE "N" TO CTX-WORK-AT-END.
           MOVE "CTX" TO BATCH-SEC-CODE.
           PERFORM WRITE-BATCH-HEADER.
           PERFORM READ-NEXT-CTX-WORK.
           PERFORM COPY-ONE-CTX-RECORD
               UNTIL CTX-WORK-AT-END = "Y".
           COMPUTE ACH-BC-ENTRY-COUNT =
               CTX-ENTRY-COUNT + CTX-ADDENDA-COUNT.
           MOVE CTX-ENTRY-HASH TO ACH-BC-ENTRY-HASH.
           MOVE CTX-CREDIT-TOTAL TO ACH-BC-CREDIT-TOTAL.
           PERFORM WRITE-BATCH-CONTROL.

       READ-NEXT-CTX-WORK.
           READ ACH-CTX-WORK-FILE
               AT END
                   MOVE "Y" TO CTX-WORK-AT-END.

       COPY-ONE-CTX-RECORD.
           MOVE ACH-CTX-WORK-RECORD TO ACH-BATCH-RECORD.
           WRITE ACH-BATCH-RECORD.
           PERFORM READ-NEXT-CTX-WORK.

       WRITE-BATCH-CONTROL.
           MOVE ZEROES TO ACH-BC-DEBIT-TOTAL.
           MOVE COMPANY-ACH-ID TO ACH-BC-COMPANY-ID.
           MOVE BATCH-COUNT TO ACH-BC-BATCH-NUMBER.
           MOVE ACH-BATCH-CONTROL TO ACH-BATCH-RECORD.
           WRITE ACH-BATCH-RECORD.

       WRITE-FILE-CONTROL.
           MOVE BATCH-COUNT TO ACH-FC-BATCH-COUNT.
           COMPUTE ACH-FC-ENTRY-COUNT = ENTRY-COUNT + ADDENDA-COUNT.
           MOVE ENTRY-HASH TO ACH-FC-ENTRY-HASH.
           MOVE ZEROES TO ACH-FC-DEBIT-TOTAL.
           MOVE CREDIT-TOTAL TO ACH-FC-CREDIT-TOTAL.
           MOVE ACH-FILE-CONTROL TO ACH-BATCH-RECORD.
           WRITE ACH-BATCH-RECORD.

           COPY "PLLATE01.CBL".

           COPY "PLSCRN01.CBL".
