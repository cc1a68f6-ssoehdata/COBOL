       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. DEPREG01.
      *
      *    End-of-day deposit register and deposit slips. Every
      *    counter check on the Cash Receipts Journal not yet
      *    deposited (CASHRC01 journals them with deposit batch
      *    zero) is gathered by the bank account it was taken
      *    for, and each account's checks become one deposit
      *    batch: the batch number is stamped on every receipt in
      *    it and the batch is written to the Deposit Batch File
      *    for DEPRCN01 to match to the bank's credit. Lockbox
      *    checks are deposited by the bank and batched by
      *    LBXIMP01, so they never come here.
      *
      *    The register lists each account's checks with what
      *    was applied and left unapplied, and the deposit total.
      *    After the register comes a deposit slip for each
      *    account, a page of its own, with the batch number as
      *    the deposit reference - the bank quotes it back on the
      *    statement credit.
      *
      *    A second run the same day finds only the checks taken
      *    since the first, and makes them a new deposit.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           COPY "SLCRJ01.CBL".
           COPY "SLCRN01.CBL".
           COPY "SLDPB01.CBL".
           COPY "SLBNK01.CBL".
           COPY "SLPCFG01.CBL".
           SELECT DEPOSIT-REGISTER ASSIGN DYNAMIC OUTPUT-DESTINATION.
           SELECT DEPOSIT-EXTRACT ASSIGN TO
                "C:\gnuCobol\COBOL\DATA\DEPEXT.DAT".
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK7".
           SELECT SORTED-DEPOSITS ASSIGN TO
                "C:\gnuCobol\COBOL\DATA\SRTDEP.DAT".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
           COPY "FDCRJ01.CBL".
      *
           COPY "FDCRN01.CBL".
      *
           COPY "FDDPB01.CBL".
      *
           COPY "FDBNK01.CBL".
      *
           COPY "FDPCFG01.CBL".
      *
       FD  DEPOSIT-REGISTER.
      *
       01  PRINT-AREA      PIC X(132).
      *
       FD  DEPOSIT-EXTRACT.
      *
       01  DEPOSIT-EXTRACT-RECORD.
           05  DX-BANK-ACCOUNT         PIC X(3).
           05  DX-RECEIPT-NUMBER       PIC 9(6).
           05  DX-CUSTOMER-NUMBER      PIC 9(5).
           05  DX-PAYER-NAME           PIC X(20).
           05  DX-CHECK-NUMBER         PIC X(8).
           05  DX-CHECK-DATE           PIC 9(8).
           05  DX-CHECK-AMOUNT         PIC S9(7)V9(2).
           05  DX-APPLIED-AMOUNT       PIC S9(7)V9(2).
           05  DX-UNAPPLIED-AMOUNT     PIC S9(7)V9(2).
      *
       SD  SORT-WORK-FILE.
      *
       01  SORT-RECORD.
           05  DR-BANK-ACCOUNT         PIC X(3).
           05  DR-RECEIPT-NUMBER       PIC 9(6).
           05  FILLER                  PIC X(68).
      *
       FD  SORTED-DEPOSITS.
      *
       01  SORTED-DEPOSIT-RECORD.
           05  DS-BANK-ACCOUNT         PIC X(3).
           05  DS-RECEIPT-NUMBER       PIC 9(6).
           05  DS-CUSTOMER-NUMBER      PIC 9(5).
           05  DS-PAYER-NAME           PIC X(20).
           05  DS-CHECK-NUMBER         PIC X(8).
           05  DS-CHECK-DATE           PIC 9(8).
           05  DS-CHECK-AMOUNT         PIC S9(7)V9(2).
           05  DS-APPLIED-AMOUNT       PIC S9(7)V9(2).
           05  DS-UNAPPLIED-AMOUNT     PIC S9(7)V9(2).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  JOURNAL-EOF-SWITCH      PIC X   VALUE "N".
           05  DEPOSIT-EOF-SWITCH      PIC X   VALUE "N".
           05  FIRST-RECORD-SWITCH     PIC X   VALUE "Y".
           05  RECEIPT-FOUND-SWITCH    PIC X.
           05  BANK-FOUND-SWITCH       PIC X.
      *
       01  PARAMETER-FIELDS.
           05  OUTPUT-DESTINATION      PIC X(60)     VALUE
               "C:\gnuCobol\COBOL\DATA\DEPREG.PRN".
           05  DESTINATION-ENTRY       PIC X(60)     VALUE SPACE.
      *
       01  CALCULATED-FIELDS.
           05  TODAY-DATE              PIC 9(8).
           05  RECEIPTS-EXTRACTED      PIC 9(5)      VALUE ZERO.
           05  PREVIOUS-ACCOUNT        PIC X(3)      VALUE SPACE.
           05  BATCH-NUMBER            PIC 9(6)      VALUE ZERO.
           05  DEPOSIT-ACCOUNT-NAME    PIC X(30).
           05  DEPOSIT-ACCOUNT-NUMBER  PIC X(10).
      *
       01  BATCH-TOTAL-FIELDS.
           05  BATCH-COUNT             PIC 9(5)       VALUE ZERO.
           05  BATCH-AMOUNT            PIC S9(9)V99   VALUE ZERO.
           05  BATCH-APPLIED           PIC S9(9)V99   VALUE ZERO.
           05  BATCH-UNAPPLIED         PIC S9(9)V99   VALUE ZERO.
      *
       01  GRAND-TOTAL-FIELDS.
           05  BATCHES-MADE            PIC 9(5)       VALUE ZERO.
           05  GRAND-COUNT             PIC 9(5)       VALUE ZERO.
           05  GRAND-AMOUNT            PIC S9(9)V99   VALUE ZERO.
      *
       01  SLIP-TOTAL-FIELDS.
           05  SLIP-COUNT              PIC 9(5)       VALUE ZERO.
           05  SLIP-AMOUNT             PIC S9(9)V99   VALUE ZERO.
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  SPACE-CONTROL   PIC S9.
      *
       01  DATE-WORK                   PIC 9(8).
       01  DATE-WORK-PARTS REDEFINES DATE-WORK.
           05  DW-YEAR                 PIC 9(4).
           05  DW-MONTH                PIC 9(2).
           05  DW-DAY                  PIC 9(2).
      *
       01  EDITED-DATE.
           05  ED-MONTH                PIC 9(2).
           05  FILLER                  PIC X          VALUE "/".
           05  ED-DAY                  PIC 9(2).
           05  FILLER                  PIC X          VALUE "/".
           05  ED-YEAR                 PIC 9(4).
      *
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).
      *
       01  COMPANY-NAME-LINE.
           05  FILLER          PIC X(25)   VALUE SPACE.
           05  CNL-COMPANY-NAME PIC X(30).
           05  FILLER          PIC X(77)   VALUE SPACE.
      *
       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(20)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE
               "DAILY DEPOSIT REGIST".
           05  FILLER          PIC X(20)   VALUE "ER".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(43)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "DEPREG01".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "RECPT.  CUST.  PAYER".
           05  FILLER      PIC X(20)   VALUE "                 CHE".
           05  FILLER      PIC X(20)   VALUE "CK NO  CHECK DATE  C".
           05  FILLER      PIC X(20)   VALUE "HECK AMOUNT       AP".
           05  FILLER      PIC X(20)   VALUE "PLIED      UNAPPLIED".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  ACCOUNT-LINE.
           05  FILLER                   PIC X(14)      VALUE
               "BANK ACCOUNT: ".
           05  ACL-BANK-ACCOUNT         PIC X(3).
           05  FILLER                   PIC X(1)       VALUE SPACE.
           05  ACL-BANK-ACCOUNT-NAME    PIC X(30).
           05  FILLER                   PIC X(4)       VALUE SPACE.
           05  FILLER                   PIC X(15)      VALUE
               "DEPOSIT BATCH: ".
           05  ACL-BATCH-NUMBER         PIC 9(6).
           05  FILLER                   PIC X(59)      VALUE SPACE.
      *
       01  RECEIPT-LINE.
           05  RL-RECEIPT-NUMBER        PIC 9(6).
           05  FILLER                   PIC X(2)       VALUE SPACE.
           05  RL-CUSTOMER-NUMBER       PIC 9(5).
           05  FILLER                   PIC X(2)       VALUE SPACE.
           05  RL-PAYER-NAME            PIC X(20).
           05  FILLER                   PIC X(2)       VALUE SPACE.
           05  RL-CHECK-NUMBER          PIC X(8).
           05  FILLER                   PIC X(2)       VALUE SPACE.
           05  RL-CHECK-DATE            PIC X(10).
           05  FILLER                   PIC X(2)       VALUE SPACE.
           05  RL-CHECK-AMOUNT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2)       VALUE SPACE.
           05  RL-APPLIED-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(2)       VALUE SPACE.
           05  RL-UNAPPLIED-AMOUNT      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(31)      VALUE SPACE.
      *
       01  BATCH-TOTAL-LINE.
           05  FILLER                   PIC X(15)      VALUE
               "DEPOSIT TOTAL: ".
           05  BTL-COUNT                PIC ZZZZ9.
           05  FILLER                   PIC X(7)       VALUE
               " CHECKS".
           05  FILLER                   PIC X(29)      VALUE SPACE.
           05  BTL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(1)       VALUE SPACE.
           05  BTL-APPLIED              PIC ZZZ,ZZZ,ZZ9.99-.
           05  BTL-UNAPPLIED            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(31)      VALUE SPACE.
      *
       01  GRAND-TOTAL-LINE.
           05  GTL-LABEL                PIC X(22).
           05  GTL-COUNT                PIC ZZZZ9.
           05  FILLER                   PIC X(1)       VALUE SPACE.
           05  GTL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(90)      VALUE SPACE.
      *
       01  NOTHING-TO-DEPOSIT-LINE.
           05  FILLER                   PIC X(40)      VALUE
               "*** NO UNDEPOSITED CHECKS ON THE CASH RE".
           05  FILLER                   PIC X(20)      VALUE
               "CEIPTS JOURNAL ***".
           05  FILLER                   PIC X(72)      VALUE SPACE.
      *
      *    The deposit slip - one per bank account, on a page of
      *    its own.
      *
       01  SLIP-TITLE-LINE.
           05  FILLER                   PIC X(25)      VALUE SPACE.
           05  FILLER                   PIC X(14)      VALUE
               "DEPOSIT TICKET".
           05  FILLER                   PIC X(93)      VALUE SPACE.
      *
       01  SLIP-ACCOUNT-LINE.
           05  FILLER                   PIC X(19)      VALUE
               "BANK ACCOUNT:".
           05  SAL-BANK-ACCOUNT         PIC X(3).
           05  FILLER                   PIC X(1)       VALUE SPACE.
           05  SAL-BANK-ACCOUNT-NAME    PIC X(30).
           05  FILLER                   PIC X(79)      VALUE SPACE.
      *
       01  SLIP-NUMBER-LINE.
           05  FILLER                   PIC X(19)      VALUE
               "ACCOUNT NUMBER:".
           05  SNL-ACCOUNT-NUMBER       PIC X(10).
           05  FILLER                   PIC X(103)     VALUE SPACE.
      *
       01  SLIP-DATE-LINE.
           05  FILLER                   PIC X(19)      VALUE
               "DEPOSIT DATE:".
           05  SDL-DEPOSIT-DATE         PIC X(10).
           05  FILLER                   PIC X(103)     VALUE SPACE.
      *
       01  SLIP-REFERENCE-LINE.
           05  FILLER                   PIC X(19)      VALUE
               "DEPOSIT REFERENCE:".
           05  SRL-BATCH-NUMBER         PIC 9(6).
           05  FILLER                   PIC X(107)     VALUE SPACE.
      *
       01  SLIP-HEADING-LINE.
           05  FILLER      PIC X(20)   VALUE "ITEM  CHECK NO  PAYE".
           05  FILLER      PIC X(20)   VALUE "R                 CH".
           05  FILLER      PIC X(20)   VALUE "ECK DATE        AMOU".
           05  FILLER      PIC X(20)   VALUE "NT".
           05  FILLER      PIC X(52)   VALUE SPACE.
      *
       01  SLIP-ITEM-LINE.
           05  SIL-ITEM-NUMBER          PIC ZZZ9.
           05  FILLER                   PIC X(2)       VALUE SPACE.
           05  SIL-CHECK-NUMBER         PIC X(8).
           05  FILLER                   PIC X(2)       VALUE SPACE.
           05  SIL-PAYER-NAME           PIC X(20).
           05  FILLER                   PIC X(2)       VALUE SPACE.
           05  SIL-CHECK-DATE           PIC X(10).
           05  FILLER                   PIC X(2)       VALUE SPACE.
           05  SIL-CHECK-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(70)      VALUE SPACE.
      *
       01  SLIP-TOTAL-LINE.
           05  FILLER                   PIC X(13)      VALUE
               "TOTAL ITEMS: ".
           05  STL-COUNT                PIC ZZZZ9.
           05  FILLER                   PIC X(17)      VALUE SPACE.
           05  FILLER                   PIC X(15)      VALUE
               "TOTAL DEPOSIT: ".
           05  STL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(68)      VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-PREPARE-DEPOSITS.
      *
           PERFORM 105-ACCEPT-OUTPUT-DESTINATION.
           PERFORM 115-READ-PRINT-CONFIG.
           PERFORM 100-FORMAT-REPORT-HEADING.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 150-EXTRACT-UNDEPOSITED.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY DR-BANK-ACCOUNT DR-RECEIPT-NUMBER
               USING DEPOSIT-EXTRACT
               GIVING SORTED-DEPOSITS.
           OPEN I-O    CASH-RECEIPTS-JOURNAL
                       DEPOSIT-BATCH-FILE
                INPUT  BANK-ACCOUNT-FILE
                       SORTED-DEPOSITS
                OUTPUT DEPOSIT-REGISTER.
           IF RECEIPTS-EXTRACTED = ZERO
               PERFORM 290-REPORT-NOTHING-TO-DEPOSIT
           ELSE
               PERFORM 210-READ-SORTED-DEPOSIT
               PERFORM 200-REGISTER-ONE-RECEIPT
                   UNTIL DEPOSIT-EOF-SWITCH = "Y"
               PERFORM 240-CLOSE-THE-BATCH
               PERFORM 280-PRINT-GRAND-TOTALS
               PERFORM 300-PRINT-DEPOSIT-SLIPS.
           CLOSE CASH-RECEIPTS-JOURNAL
                 DEPOSIT-BATCH-FILE
                 BANK-ACCOUNT-FILE
                 SORTED-DEPOSITS
                 DEPOSIT-REGISTER.
           DISPLAY BATCHES-MADE " DEPOSIT(S) MADE OF "
               GRAND-COUNT " CHECK(S).".
           STOP RUN.
      *
       100-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
      *
       105-ACCEPT-OUTPUT-DESTINATION.
      *
           DISPLAY "ENTER THE OUTPUT DESTINATION (PRINTER NAME OR"
           DISPLAY "FILE PATH), OR PRESS ENTER FOR " OUTPUT-DESTINATION.
           ACCEPT DESTINATION-ENTRY.
           IF DESTINATION-ENTRY NOT = SPACES
               MOVE DESTINATION-ENTRY TO OUTPUT-DESTINATION.
      *
       115-READ-PRINT-CONFIG.
      *
           OPEN INPUT PRINT-CONFIG-FILE.
           MOVE 1 TO PRINT-CONFIG-KEY.
           READ PRINT-CONFIG-FILE
               INVALID KEY
                   MOVE SPACES TO PRINT-CONFIG-COMPANY-NAME.
           IF PRINT-CONFIG-MAX-LINES NOT = ZERO
               MOVE PRINT-CONFIG-MAX-LINES TO LINES-ON-PAGE.
           CLOSE PRINT-CONFIG-FILE.
      *
      *    Every receipt with no deposit batch yet - a counter
      *    check, since the lockbox import batches its own.
      *
       150-EXTRACT-UNDEPOSITED.
      *
           OPEN INPUT  CASH-RECEIPTS-JOURNAL
                OUTPUT DEPOSIT-EXTRACT.
           PERFORM 155-READ-NEXT-RECEIPT.
           PERFORM 160-EXTRACT-ONE-RECEIPT
               UNTIL JOURNAL-EOF-SWITCH = "Y".
           CLOSE CASH-RECEIPTS-JOURNAL
                 DEPOSIT-EXTRACT.
      *
       155-READ-NEXT-RECEIPT.
      *
           READ CASH-RECEIPTS-JOURNAL NEXT RECORD
               AT END
                   MOVE "Y" TO JOURNAL-EOF-SWITCH.
      *
       160-EXTRACT-ONE-RECEIPT.
      *
           IF CJ-NOT-DEPOSITED
               MOVE CJ-BANK-ACCOUNT TO DX-BANK-ACCOUNT
               MOVE CJ-RECEIPT-NUMBER TO DX-RECEIPT-NUMBER
               MOVE CJ-CUSTOMER-NUMBER TO DX-CUSTOMER-NUMBER
               MOVE CJ-PAYER-NAME TO DX-PAYER-NAME
               MOVE CJ-CHECK-NUMBER TO DX-CHECK-NUMBER
               MOVE CJ-CHECK-DATE TO DX-CHECK-DATE
               MOVE CJ-CHECK-AMOUNT TO DX-CHECK-AMOUNT
               MOVE CJ-APPLIED-AMOUNT TO DX-APPLIED-AMOUNT
               MOVE CJ-UNAPPLIED-AMOUNT TO DX-UNAPPLIED-AMOUNT
               WRITE DEPOSIT-EXTRACT-RECORD
               ADD 1 TO RECEIPTS-EXTRACTED.
           PERFORM 155-READ-NEXT-RECEIPT.
      *
       200-REGISTER-ONE-RECEIPT.
      *
           IF FIRST-RECORD-SWITCH = "Y"
               PERFORM 220-START-THE-BATCH
               MOVE "N" TO FIRST-RECORD-SWITCH
           ELSE
           IF DS-BANK-ACCOUNT NOT = PREVIOUS-ACCOUNT
               PERFORM 240-CLOSE-THE-BATCH
               PERFORM 220-START-THE-BATCH.
           PERFORM 230-STAMP-THE-RECEIPT.
           PERFORM 235-PRINT-RECEIPT-LINE.
           PERFORM 210-READ-SORTED-DEPOSIT.
      *
       210-READ-SORTED-DEPOSIT.
      *
           READ SORTED-DEPOSITS
               AT END
                   MOVE "Y" TO DEPOSIT-EOF-SWITCH.
      *
      *    Each bank account's checks are one deposit, under the
      *    next deposit batch number.
      *
       220-START-THE-BATCH.
      *
           MOVE DS-BANK-ACCOUNT TO PREVIOUS-ACCOUNT.
           PERFORM TAKE-NEXT-DEPOSIT-BATCH.
           MOVE CN-LAST-DEPOSIT-BATCH TO BATCH-NUMBER.
           MOVE ZERO TO BATCH-COUNT.
           MOVE ZERO TO BATCH-AMOUNT.
           MOVE ZERO TO BATCH-APPLIED.
           MOVE ZERO TO BATCH-UNAPPLIED.
           PERFORM 225-GET-BANK-ACCOUNT.
           IF LINE-COUNT > LINES-ON-PAGE - 4
               PERFORM 295-PRINT-HEADING-LINES.
           MOVE DS-BANK-ACCOUNT TO ACL-BANK-ACCOUNT.
           MOVE DEPOSIT-ACCOUNT-NAME TO ACL-BANK-ACCOUNT-NAME.
           MOVE BATCH-NUMBER TO ACL-BATCH-NUMBER.
           MOVE ACCOUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.
      *
       225-GET-BANK-ACCOUNT.
      *
           MOVE PREVIOUS-ACCOUNT TO BANK-ACCOUNT-CODE.
           MOVE "Y" TO BANK-FOUND-SWITCH.
           READ BANK-ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO BANK-FOUND-SWITCH.
           IF BANK-FOUND-SWITCH = "Y"
               MOVE BANK-ACCOUNT-NAME TO DEPOSIT-ACCOUNT-NAME
               MOVE BANK-POSPAY-ID TO DEPOSIT-ACCOUNT-NUMBER
           ELSE
               MOVE "** NOT ON THE BANK FILE **"
                   TO DEPOSIT-ACCOUNT-NAME
               MOVE SPACES TO DEPOSIT-ACCOUNT-NUMBER.
      *
       230-STAMP-THE-RECEIPT.
      *
           MOVE DS-RECEIPT-NUMBER TO CJ-RECEIPT-NUMBER.
           MOVE "Y" TO RECEIPT-FOUND-SWITCH.
           READ CASH-RECEIPTS-JOURNAL
               INVALID KEY
                   MOVE "N" TO RECEIPT-FOUND-SWITCH.
           IF RECEIPT-FOUND-SWITCH = "N"
               DISPLAY "ERROR READING CASH RECEIPT " DS-RECEIPT-NUMBER
           ELSE
               MOVE BATCH-NUMBER TO CJ-DEPOSIT-BATCH
               PERFORM 232-REWRITE-THE-RECEIPT.
           ADD 1 TO BATCH-COUNT.
           ADD DS-CHECK-AMOUNT TO BATCH-AMOUNT.
           ADD DS-APPLIED-AMOUNT TO BATCH-APPLIED.
           ADD DS-UNAPPLIED-AMOUNT TO BATCH-UNAPPLIED.
      *
       232-REWRITE-THE-RECEIPT.
      *
           REWRITE CASH-RECEIPT-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING CASH RECEIPT "
                       CJ-RECEIPT-NUMBER.
      *
       235-PRINT-RECEIPT-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 295-PRINT-HEADING-LINES.
           MOVE DS-RECEIPT-NUMBER TO RL-RECEIPT-NUMBER.
           MOVE DS-CUSTOMER-NUMBER TO RL-CUSTOMER-NUMBER.
           MOVE DS-PAYER-NAME TO RL-PAYER-NAME.
           MOVE DS-CHECK-NUMBER TO RL-CHECK-NUMBER.
           MOVE DS-CHECK-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO RL-CHECK-DATE.
           MOVE DS-CHECK-AMOUNT TO RL-CHECK-AMOUNT.
           MOVE DS-APPLIED-AMOUNT TO RL-APPLIED-AMOUNT.
           MOVE DS-UNAPPLIED-AMOUNT TO RL-UNAPPLIED-AMOUNT.
           MOVE RECEIPT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           ADD SPACE-CONTROL TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *
      *    The batch goes on file awaiting the bank's credit.
      *
       240-CLOSE-THE-BATCH.
      *
           MOVE BATCH-NUMBER TO DB-BATCH-NUMBER.
           MOVE PREVIOUS-ACCOUNT TO DB-BANK-ACCOUNT.
           MOVE TODAY-DATE TO DB-DEPOSIT-DATE.
           MOVE "K" TO DB-SOURCE.
           MOVE BATCH-NUMBER TO DB-BANK-REFERENCE.
           MOVE BATCH-COUNT TO DB-RECEIPT-COUNT.
           MOVE BATCH-AMOUNT TO DB-DEPOSIT-AMOUNT.
           MOVE SPACE TO DB-RECON-STATUS.
           MOVE ZERO TO DB-CREDIT-DATE.
           MOVE ZERO TO DB-CREDIT-AMOUNT.
           PERFORM 245-WRITE-DEPOSIT-BATCH.
           MOVE BATCH-COUNT TO BTL-COUNT.
           MOVE BATCH-AMOUNT TO BTL-AMOUNT.
           MOVE BATCH-APPLIED TO BTL-APPLIED.
           MOVE BATCH-UNAPPLIED TO BTL-UNAPPLIED.
           MOVE BATCH-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-COUNT.
           ADD 1 TO BATCHES-MADE.
           ADD BATCH-COUNT TO GRAND-COUNT.
           ADD BATCH-AMOUNT TO GRAND-AMOUNT.
      *
       245-WRITE-DEPOSIT-BATCH.
      *
           WRITE DEPOSIT-BATCH-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING DEPOSIT BATCH "
                       DB-BATCH-NUMBER.
      *
       280-PRINT-GRAND-TOTALS.
      *
           IF LINE-COUNT > LINES-ON-PAGE - 3
               PERFORM 295-PRINT-HEADING-LINES.
           MOVE "DEPOSITS MADE:" TO GTL-LABEL.
           MOVE BATCHES-MADE TO GTL-COUNT.
           MOVE GRAND-AMOUNT TO GTL-AMOUNT.
           MOVE GRAND-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE "CHECKS DEPOSITED:" TO GTL-LABEL.
           MOVE GRAND-COUNT TO GTL-COUNT.
           MOVE GRAND-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       290-REPORT-NOTHING-TO-DEPOSIT.
      *
           PERFORM 295-PRINT-HEADING-LINES.
           MOVE NOTHING-TO-DEPOSIT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       295-PRINT-HEADING-LINES.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           IF PRINT-CONFIG-COMPANY-NAME NOT = SPACES
               MOVE PRINT-CONFIG-COMPANY-NAME TO CNL-COMPANY-NAME
               MOVE COMPANY-NAME-LINE   TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING PAGE
               MOVE HEADING-LINE-1 TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES
           ELSE
               MOVE HEADING-LINE-1 TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.
      *
      *    The slips come from a second pass of the sorted
      *    checks; each account's batch number is read back off
      *    its first receipt, stamped in the register pass.
      *
       300-PRINT-DEPOSIT-SLIPS.
      *
           CLOSE SORTED-DEPOSITS.
           OPEN INPUT SORTED-DEPOSITS.
           MOVE "N" TO DEPOSIT-EOF-SWITCH.
           MOVE "Y" TO FIRST-RECORD-SWITCH.
           PERFORM 210-READ-SORTED-DEPOSIT.
           PERFORM 310-SLIP-ONE-RECEIPT
               UNTIL DEPOSIT-EOF-SWITCH = "Y".
           PERFORM 340-FINISH-THE-SLIP.
      *
       310-SLIP-ONE-RECEIPT.
      *
           IF FIRST-RECORD-SWITCH = "Y"
               PERFORM 320-START-THE-SLIP
               MOVE "N" TO FIRST-RECORD-SWITCH
           ELSE
           IF DS-BANK-ACCOUNT NOT = PREVIOUS-ACCOUNT
               PERFORM 340-FINISH-THE-SLIP
               PERFORM 320-START-THE-SLIP.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 395-PRINT-SLIP-HEADING.
           ADD 1 TO SLIP-COUNT.
           ADD DS-CHECK-AMOUNT TO SLIP-AMOUNT.
           MOVE SLIP-COUNT TO SIL-ITEM-NUMBER.
           MOVE DS-CHECK-NUMBER TO SIL-CHECK-NUMBER.
           MOVE DS-PAYER-NAME TO SIL-PAYER-NAME.
           MOVE DS-CHECK-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO SIL-CHECK-DATE.
           MOVE DS-CHECK-AMOUNT TO SIL-CHECK-AMOUNT.
           MOVE SLIP-ITEM-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           ADD SPACE-CONTROL TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 210-READ-SORTED-DEPOSIT.
      *
       320-START-THE-SLIP.
      *
           MOVE DS-BANK-ACCOUNT TO PREVIOUS-ACCOUNT.
           MOVE ZERO TO SLIP-COUNT.
           MOVE ZERO TO SLIP-AMOUNT.
           MOVE ZERO TO BATCH-NUMBER.
           MOVE DS-RECEIPT-NUMBER TO CJ-RECEIPT-NUMBER.
           MOVE "Y" TO RECEIPT-FOUND-SWITCH.
           READ CASH-RECEIPTS-JOURNAL
               INVALID KEY
                   MOVE "N" TO RECEIPT-FOUND-SWITCH.
           IF RECEIPT-FOUND-SWITCH = "Y"
               MOVE CJ-DEPOSIT-BATCH TO BATCH-NUMBER.
           PERFORM 225-GET-BANK-ACCOUNT.
           PERFORM 395-PRINT-SLIP-HEADING.
      *
       340-FINISH-THE-SLIP.
      *
           MOVE SLIP-COUNT TO STL-COUNT.
           MOVE SLIP-AMOUNT TO STL-AMOUNT.
           MOVE SLIP-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       395-PRINT-SLIP-HEADING.
      *
           IF PRINT-CONFIG-COMPANY-NAME NOT = SPACES
               MOVE PRINT-CONFIG-COMPANY-NAME TO CNL-COMPANY-NAME
               MOVE COMPANY-NAME-LINE   TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING PAGE
               MOVE SLIP-TITLE-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES
           ELSE
               MOVE SLIP-TITLE-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE PREVIOUS-ACCOUNT TO SAL-BANK-ACCOUNT.
           MOVE DEPOSIT-ACCOUNT-NAME TO SAL-BANK-ACCOUNT-NAME.
           MOVE SLIP-ACCOUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE DEPOSIT-ACCOUNT-NUMBER TO SNL-ACCOUNT-NUMBER.
           MOVE SLIP-NUMBER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE TODAY-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO SDL-DEPOSIT-DATE.
           MOVE SLIP-DATE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE BATCH-NUMBER TO SRL-BATCH-NUMBER.
           MOVE SLIP-REFERENCE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE SLIP-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE 7 TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.
      *
       700-EDIT-THE-DATE.
      *
           MOVE DW-MONTH TO ED-MONTH.
           MOVE DW-DAY TO ED-DAY.
           MOVE DW-YEAR TO ED-YEAR.
      *
           COPY "PLCRN01.CBL".
