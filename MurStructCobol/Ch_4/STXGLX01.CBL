      *        receivable (merchandise plus sales tax);
      *      - one revenue credit per branch (the customer
      *        record says whose branch the sale was);
      *      - one credit to the finance-charge income account
      *        for the month-end finance charges (FINCHG01) and
      *        the returned check fees (NSFENT01), which are
      *        income but not any branch's sales;
      *      - one line to the bad-debt expense account for the
      *        write-offs (WOFAPR01) net of the recoveries
      *        (WOFREC01) - a debit when more was written off
      *        than came back, a credit when it went the other
      *        way - the A/R side riding the A/R debit;
      *      - one credit to the refund clearing account for the
      *        customer credit balances CUSRFD01 paid back
      *        through A/P, the A/R side again riding the A/R
      *        debit - the refund vouchers debit the same
      *        clearing account on the payables export, so it
      *        nets to zero once both journals are in;
      *      - one debit to the netting clearing account for the
      *        receivables CVXNET01 netted against what we owed
      *        the same companies as vendors, the A/R side again
      *        riding the A/R debit - the netting credit memos
      *        credit the same clearing account on the payables
      *        export;
      *      - one credit to the sales-tax-payable account;
      *      - for the customer checks returned unpaid since the
      *        last batch (NSFENT01's Returned Check File), one
      *        debit to A/R and one credit to cash for the
      *        checks' full amount, putting back the receivable
      *        the checks had paid off.
      *    The batch only writes when debits equal credits,
      *    each exported transaction and return is stamped with
      *    the batch number so it can never export twice, and
      *    the register ties the journal back to the invoice
      *    batches branch by branch. The batch number comes off
      *    the SALESGLB.DAT control record, the same
      *    one-record-file discipline the rollover control
      *    uses. Each finished batch is also kept on the Sales
      *    GL Batch File (FDSGB01.CBL) with the net it put into
      *    A/R, for STXCNF01 to confirm off the GL package's
      *    posting file and ARTRB01 to build the receivable
      *    control balance from.
      *
      *    The run checkpoints to STXGLX.RST (see FDRST01.CBL).
      *    Each transaction gathered into the batch is reserved
      *    under the batch number as it's read; once the journal
      *    is on disk and in balance the checkpoint says so, and
      *    from then on it moves forward with every stamp. A
      *    rerun after a failure before that point simply builds
      *    the same batch over again under the same number. A
      *    rerun after it leaves the journal alone - it may
      *    already be in the GL - and finishes stamping that
      *    batch's reserved transactions after the last one
      *    stamped, then prints the register with a restart
      *    notice.
      *
       ENVIRONMENT DIVISION.
      *
      *
           COPY "SLSTRX01.CBL".
           COPY "SLCUST01.CBL".
           COPY "SLNSF01.CBL".
           COPY "SLSGB01.CBL".
           SELECT OPTIONAL BATCH-CONTROL-FILE ASSIGN TO
               "C:\gnuCobol\COBOL\DATA\SALESGLB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RESTART-FILE ASSIGN TO
               "C:\gnuCobol\COBOL\DATA\STXGLX.RST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-EXPORT-FILE ASSIGN TO
               "C:\gnuCobol\COBOL\DATA\SALESGL.CSV"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "FDSTRX01.CBL".
      *
           COPY "FDCUST01.CBL".
      *
           COPY "FDNSF01.CBL".
      *
           COPY "FDSGB01.CBL".
      *
       FD  BATCH-CONTROL-FILE.
       01  BATCH-CONTROL-RECORD.
           05  BC-LAST-GL-BATCH        PIC 9(6).
      *
           COPY "FDRST01.CBL".
      *
       FD  GL-EXPORT-FILE.
       01  GL-EXPORT-RECORD.
           05  TRANSACTION-EOF-SWITCH  PIC X   VALUE "N".
           05  CONTROL-EOF-SWITCH      PIC X   VALUE "N".
           05  CUSTOMER-FOUND-SWITCH   PIC X.
           05  RESTART-SWITCH          PIC X   VALUE "N".
           05  RETURN-EOF-SWITCH       PIC X.
      *
       01  PARAMETER-FIELDS.
           05  OUTPUT-DESTINATION      PIC X(60)     VALUE
           05  AR-ACCOUNT              PIC 9(6).
           05  REVENUE-ACCOUNT         PIC 9(6).
           05  TAX-ACCOUNT             PIC 9(6).
           05  CASH-ACCOUNT            PIC 9(6).
           05  FINANCE-ACCOUNT         PIC 9(6).
           05  BAD-DEBT-ACCOUNT        PIC 9(6).
           05  REFUND-ACCOUNT          PIC 9(6).
           05  NETTING-ACCOUNT         PIC 9(6).
      *
       01  RUN-FIELDS.
           05  TODAY-DATE              PIC 9(8).
           05  CURRENT-TIME            PIC 9(8).
           05  REBUILT-COUNT           PIC 9(5).
           05  REBUILT-AR-DEBIT        PIC S9(9)V99.
      *
       01  BATCH-FIELDS.
           05  GL-BATCH-NUMBER         PIC 9(6)      VALUE ZERO.
           05  REVENUE-CREDIT-TOTAL    PIC S9(9)V99  VALUE ZERO.
           05  BATCH-DEBITS            PIC S9(9)V99  VALUE ZERO.
           05  BATCH-CREDITS           PIC S9(9)V99  VALUE ZERO.
           05  RETURNS-EXPORTED        PIC 9(5)      VALUE ZERO.
           05  RETURNED-CHECK-TOTAL    PIC S9(9)V99  VALUE ZERO.
           05  FINANCE-CHARGES-EXPORTED PIC 9(5)     VALUE ZERO.
           05  FINANCE-CHARGE-TOTAL    PIC S9(9)V99  VALUE ZERO.
           05  BAD-DEBTS-EXPORTED      PIC 9(5)      VALUE ZERO.
           05  BAD-DEBT-TOTAL          PIC S9(9)V99  VALUE ZERO.
           05  REFUNDS-EXPORTED        PIC 9(5)      VALUE ZERO.
           05  REFUND-TOTAL            PIC S9(9)V99  VALUE ZERO.
           05  NETTINGS-EXPORTED       PIC 9(5)      VALUE ZERO.
           05  NETTING-TOTAL           PIC S9(9)V99  VALUE ZERO.
      *
      *    Revenue by branch - one bucket per branch number, the
      *    same slot-by-number trick RPT2001's rep buckets use.
               "  REVENUE CR ".
           05  TL-REVENUE           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(58)      VALUE SPACE.
      *
       01  RETURNED-CHECK-LINE.
           05  FILLER               PIC X(16)      VALUE
               "RETURNED CHECKS ".
           05  RCL-COUNT            PIC ZZZZ9.
           05  FILLER               PIC X(23)      VALUE
               "  A/R DEBIT / CASH CR  ".
           05  RCL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(74)      VALUE SPACE.
      *
       01  FINANCE-CHARGE-LINE.
           05  FILLER               PIC X(16)      VALUE
               "FIN CHGS / FEES ".
           05  FCL-COUNT            PIC ZZZZ9.
           05  FILLER               PIC X(23)      VALUE
               "  FIN CHG INCOME CR    ".
           05  FCL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(74)      VALUE SPACE.
      *
       01  BAD-DEBT-LINE.
           05  FILLER               PIC X(16)      VALUE
               "WRITE-OFFS/RECS ".
           05  BDL-COUNT            PIC ZZZZ9.
           05  FILLER               PIC X(23)      VALUE
               "  BAD DEBT EXPENSE NET ".
           05  BDL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(74)      VALUE SPACE.
      *
       01  REFUND-LINE.
           05  FILLER               PIC X(16)      VALUE
               "CUSTOMER REFUNDS".
           05  RFL-COUNT            PIC ZZZZ9.
           05  FILLER               PIC X(23)      VALUE
               "  REFUND CLEARING CR   ".
           05  RFL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(74)      VALUE SPACE.
      *
       01  NETTING-LINE.
           05  FILLER               PIC X(16)      VALUE
               "A/R-A/P NETTINGS".
           05  NTL-COUNT            PIC ZZZZ9.
           05  FILLER               PIC X(23)      VALUE
               "  NETTING CLEARING DR  ".
           05  NTL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(74)      VALUE SPACE.
      *
       01  RESTART-NOTICE-LINE.
           05  FILLER               PIC X(4)       VALUE "*** ".
           05  RN-MESSAGE           PIC X(44).
           05  FILLER               PIC X(7)       VALUE " BATCH ".
           05  RN-BATCH             PIC 9(6).
           05  FILLER               PIC X(71)      VALUE " ***".
      *
       PROCEDURE DIVISION.
      *
       000-EXPORT-SALES-JOURNAL.
      *
           PERFORM 105-ACCEPT-OUTPUT-DESTINATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 150-READ-THE-CHECKPOINT.
           IF RS-JOURNAL-WRITTEN
               PERFORM 600-FINISH-INTERRUPTED-BATCH
           ELSE
               PERFORM 100-EXPORT-A-NEW-BATCH.
           DISPLAY TRANSACTIONS-EXPORTED " TRANSACTION(S) IN "
               "BATCH " GL-BATCH-NUMBER.
           STOP RUN.
      *
       100-EXPORT-A-NEW-BATCH.
      *
           PERFORM 110-ACCEPT-THE-ACCOUNTS.
           IF RS-RUN-IN-PROGRESS
               MOVE RS-GL-BATCH TO GL-BATCH-NUMBER
           ELSE
               PERFORM 120-TAKE-NEXT-BATCH-NUMBER
               PERFORM 130-SAVE-THE-BATCH-NUMBER.
           OPEN I-O   SALES-TRANSACTION-FILE
                      RETURNED-CHECK-FILE
                INPUT CUSTMAST
                OUTPUT GL-EXPORT-FILE
                       EXPORT-REGISTER.
           IF RS-RUN-IN-PROGRESS
               MOVE "Y" TO RESTART-SWITCH
               ADD 1 TO RS-RESTART-COUNT
               MOVE "RESTARTED RUN - JOURNAL BUILT AGAIN FOR"
                   TO RN-MESSAGE
               DISPLAY "LAST EXPORT RUN NEVER FINISHED ITS JOURNAL "
                   "- BUILDING BATCH " GL-BATCH-NUMBER " AGAIN"
           ELSE
               MOVE ZERO TO RS-RESTART-COUNT.
           MOVE "R" TO RS-RUN-STATE.
           MOVE TODAY-DATE TO RS-RUN-DATE.
           MOVE SPACES TO RS-LAST-KEY.
           MOVE SPACES TO RS-IN-FLIGHT-KEY.
           PERFORM 170-WRITE-CHECKPOINT.
           PERFORM 140-CLEAR-BRANCH-BUCKETS.
           PERFORM 200-ACCUMULATE-ONE-TRANSACTION
               UNTIL TRANSACTION-EOF-SWITCH = "Y".
           PERFORM 230-ACCUMULATE-RETURNED-CHECKS.
           PERFORM 300-WRITE-THE-JOURNAL.
           CLOSE GL-EXPORT-FILE.
           IF BATCH-DEBITS = BATCH-CREDITS
               MOVE "J" TO RS-RUN-STATE
               PERFORM 170-WRITE-CHECKPOINT
               PERFORM 400-STAMP-EXPORTED-TRANSACTIONS
               PERFORM 500-PRINT-THE-REGISTER
               PERFORM 135-RECORD-THE-BATCH
           ELSE
               DISPLAY "*** BATCH OUT OF BALANCE - NOTHING "
                   "STAMPED ***".
           MOVE "C" TO RS-RUN-STATE.
           PERFORM 170-WRITE-CHECKPOINT.
           CLOSE SALES-TRANSACTION-FILE
                 RETURNED-CHECK-FILE
                 CUSTMAST
                 EXPORT-REGISTER.
      *
       105-ACCEPT-OUTPUT-DESTINATION.
      *
           ACCEPT REVENUE-ACCOUNT.
           DISPLAY "ENTER THE SALES TAX PAYABLE GL ACCOUNT".
           ACCEPT TAX-ACCOUNT.
           DISPLAY "ENTER THE CASH GL ACCOUNT FOR RETURNED CHECKS".
           ACCEPT CASH-ACCOUNT.
           DISPLAY "ENTER THE FINANCE CHARGE AND FEE INCOME GL "
               "ACCOUNT".
           ACCEPT FINANCE-ACCOUNT.
           DISPLAY "ENTER THE BAD DEBT EXPENSE GL ACCOUNT".
           ACCEPT BAD-DEBT-ACCOUNT.
           DISPLAY "ENTER THE CUSTOMER REFUND CLEARING GL ACCOUNT".
           ACCEPT REFUND-ACCOUNT.
           DISPLAY "ENTER THE A/R-A/P NETTING CLEARING GL ACCOUNT".
           ACCEPT NETTING-ACCOUNT.
      *
      *    One record, the last batch number issued - missing or
      *    empty means no batch has ever run and numbering
      *    starts at 1. A new batch's number is saved back the
      *    moment it is taken, ahead of the first checkpoint, so
      *    CMACR01 and CMSTMT01 - which number their commission
      *    journals off the same record - can never be handed it
      *    while this run is unfinished; a rebuilt batch keeps
      *    the number its checkpoint holds, and a batch out of
      *    balance leaves a gap.
      *
       120-TAKE-NEXT-BATCH-NUMBER.
      *
           MOVE GL-BATCH-NUMBER TO BC-LAST-GL-BATCH.
           WRITE BATCH-CONTROL-RECORD.
           CLOSE BATCH-CONTROL-FILE.
      *
      *    A restart that finds its batch already kept leaves the
      *    record as the first run wrote it.
      *
       135-RECORD-THE-BATCH.
      *
           OPEN I-O SALES-GL-BATCH-FILE.
           MOVE GL-BATCH-NUMBER TO SB-BATCH-NUMBER.
           MOVE TODAY-DATE TO SB-EXPORT-DATE.
           MOVE TRANSACTIONS-EXPORTED TO SB-TRANSACTION-COUNT.
           MOVE RETURNS-EXPORTED TO SB-RETURN-COUNT.
           COMPUTE SB-AR-TOTAL =
               AR-DEBIT-TOTAL + RETURNED-CHECK-TOTAL.
           MOVE "N" TO SB-CONFIRMED.
           MOVE ZEROES TO SB-GL-POSTING-DATE.
           WRITE SALES-GL-BATCH-RECORD
               INVALID KEY
                   DISPLAY "BATCH " GL-BATCH-NUMBER
                       " IS ALREADY ON THE BATCH FILE".
           CLOSE SALES-GL-BATCH-FILE.
      *
       140-CLEAR-BRANCH-BUCKETS.
      *
           MOVE ZERO TO BRANCH-REVENUE-BUCKET (BUCKET-SUB).
           MOVE ZERO TO BRANCH-COUNT-BUCKET (BUCKET-SUB).
           ADD 1 TO BUCKET-SUB.
      *
      *    A checkpoint left short of COMPLETE means the last run
      *    died - JOURNAL WRITTEN sends this run straight to the
      *    stamping; IN PROGRESS just rebuilds the batch.
      *
       150-READ-THE-CHECKPOINT.
      *
           MOVE SPACE TO RS-RUN-STATE.
           OPEN INPUT RESTART-FILE.
           READ RESTART-FILE
               AT END
                   MOVE SPACE TO RS-RUN-STATE.
           CLOSE RESTART-FILE.
      *
       170-WRITE-CHECKPOINT.
      *
           MOVE BATCH-FIELDS TO RS-BATCH-TOTALS.
           MOVE GL-BATCH-NUMBER TO RS-GL-BATCH.
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE CURRENT-TIME TO RS-CHECKPOINT-TIME.
           OPEN OUTPUT RESTART-FILE.
           WRITE RESTART-RECORD.
           CLOSE RESTART-FILE.
      *
       200-ACCUMULATE-ONE-TRANSACTION.
      *
           IF TRANSACTION-EOF-SWITCH = "N"
               AND ST-POSTED-FLAG = "Y"
               AND NOT ST-IS-GL-EXPORTED
               PERFORM 210-FOLD-INTO-THE-BATCH
               IF CUSTOMER-FOUND-SWITCH = "Y"
                   PERFORM 220-RESERVE-FOR-THE-BATCH.
      *
       210-FOLD-INTO-THE-BATCH.
      *
           IF CUSTOMER-FOUND-SWITCH = "N"
               DISPLAY "SKIP - CUSTOMER " ST-CUSTOMER-NUMBER
                   " NOT ON FILE FOR INVOICE " ST-INVOICE-NUMBER
           ELSE
               PERFORM 215-FOLD-THE-AMOUNTS.
      *
       215-FOLD-THE-AMOUNTS.
      *
           IF ST-IS-FEE-INCOME
               ADD 1 TO FINANCE-CHARGES-EXPORTED
               ADD ST-INVOICE-AMOUNT TO FINANCE-CHARGE-TOTAL
           ELSE
           IF ST-IS-BAD-DEBT-ENTRY
               ADD 1 TO BAD-DEBTS-EXPORTED
               ADD ST-INVOICE-AMOUNT TO BAD-DEBT-TOTAL
           ELSE
           IF ST-IS-REFUND
               ADD 1 TO REFUNDS-EXPORTED
               ADD ST-INVOICE-AMOUNT TO REFUND-TOTAL
           ELSE
           IF ST-IS-NETTING
               ADD 1 TO NETTINGS-EXPORTED
               ADD ST-INVOICE-AMOUNT TO NETTING-TOTAL
           ELSE
               COMPUTE BUCKET-SUB = CM-BRANCH-NUMBER + 1
               ADD ST-INVOICE-AMOUNT
                   TO BRANCH-REVENUE-BUCKET (BUCKET-SUB)
               ADD 1 TO BRANCH-COUNT-BUCKET (BUCKET-SUB)
               ADD ST-INVOICE-AMOUNT TO REVENUE-CREDIT-TOTAL.
           ADD ST-SALES-TAX TO TAX-CREDIT-TOTAL.
           COMPUTE AR-DEBIT-TOTAL =
               AR-DEBIT-TOTAL + ST-INVOICE-AMOUNT + ST-SALES-TAX.
           ADD 1 TO TRANSACTIONS-EXPORTED.
      *
       220-RESERVE-FOR-THE-BATCH.
      *
           MOVE "R" TO ST-GL-EXPORTED.
           MOVE GL-BATCH-NUMBER TO ST-GL-BATCH.
           REWRITE SALES-TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING TRANSACTION".
      *
      *    A return is reserved under the batch the same way a
      *    transaction is; a rebuilt batch takes back the ones
      *    reserved for it last time along with any new ones.
      *
       230-ACCUMULATE-RETURNED-CHECKS.
      *
           MOVE "N" TO RETURN-EOF-SWITCH.
           PERFORM 235-ACCUMULATE-ONE-RETURN
               UNTIL RETURN-EOF-SWITCH = "Y".
      *
       235-ACCUMULATE-ONE-RETURN.
      *
           READ RETURNED-CHECK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO RETURN-EOF-SWITCH.
           IF RETURN-EOF-SWITCH = "N"
               AND NOT NR-IS-GL-EXPORTED
               ADD 1 TO RETURNS-EXPORTED
               ADD NR-CHECK-AMOUNT TO RETURNED-CHECK-TOTAL
               MOVE "R" TO NR-GL-EXPORTED
               MOVE GL-BATCH-NUMBER TO NR-GL-BATCH
               PERFORM 240-REWRITE-RETURNED-CHECK.
      *
       240-REWRITE-RETURNED-CHECK.
      *
           REWRITE RETURNED-CHECK-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING RETURNED CHECK".
      *
       300-WRITE-THE-JOURNAL.
      *
               MOVE TAX-CREDIT-TOTAL TO EX-AMOUNT
               WRITE GL-EXPORT-RECORD
               ADD TAX-CREDIT-TOTAL TO BATCH-CREDITS.
           IF FINANCE-CHARGE-TOTAL NOT = ZERO
               MOVE "C" TO EX-DEBIT-CREDIT
               MOVE FINANCE-ACCOUNT TO EX-ACCOUNT
               MOVE ZERO TO EX-BRANCH
               MOVE FINANCE-CHARGE-TOTAL TO EX-AMOUNT
               WRITE GL-EXPORT-RECORD
               ADD FINANCE-CHARGE-TOTAL TO BATCH-CREDITS.
           IF BAD-DEBT-TOTAL NOT = ZERO
               PERFORM 315-WRITE-BAD-DEBT-EXPENSE.
           IF REFUND-TOTAL NOT = ZERO
               MOVE "C" TO EX-DEBIT-CREDIT
               MOVE REFUND-ACCOUNT TO EX-ACCOUNT
               MOVE ZERO TO EX-BRANCH
               MOVE REFUND-TOTAL TO EX-AMOUNT
               WRITE GL-EXPORT-RECORD
               ADD REFUND-TOTAL TO BATCH-CREDITS.
           IF NETTING-TOTAL NOT = ZERO
               MOVE "D" TO EX-DEBIT-CREDIT
               MOVE NETTING-ACCOUNT TO EX-ACCOUNT
               MOVE ZERO TO EX-BRANCH
               COMPUTE EX-AMOUNT = ZERO - NETTING-TOTAL
               WRITE GL-EXPORT-RECORD
               SUBTRACT NETTING-TOTAL FROM BATCH-DEBITS.
           IF RETURNED-CHECK-TOTAL NOT = ZERO
               PERFORM 320-WRITE-RETURNED-CHECKS.
      *
       310-WRITE-ONE-BRANCH-CREDIT.
      *
                   TO BATCH-CREDITS.
           ADD 1 TO BUCKET-SUB.
      *
      *    Write-offs are negative on the file and recoveries
      *    positive, so a net below zero is expense to debit and
      *    a net above it comes back as a credit.
      *
       315-WRITE-BAD-DEBT-EXPENSE.
      *
           MOVE BAD-DEBT-ACCOUNT TO EX-ACCOUNT.
           MOVE ZERO TO EX-BRANCH.
           IF BAD-DEBT-TOTAL < ZERO
               MOVE "D" TO EX-DEBIT-CREDIT
               COMPUTE EX-AMOUNT = ZERO - BAD-DEBT-TOTAL
               WRITE GL-EXPORT-RECORD
               SUBTRACT BAD-DEBT-TOTAL FROM BATCH-DEBITS
           ELSE
               MOVE "C" TO EX-DEBIT-CREDIT
               MOVE BAD-DEBT-TOTAL TO EX-AMOUNT
               WRITE GL-EXPORT-RECORD
               ADD BAD-DEBT-TOTAL TO BATCH-CREDITS.
      *
       320-WRITE-RETURNED-CHECKS.
      *
           MOVE "D" TO EX-DEBIT-CREDIT.
           MOVE AR-ACCOUNT TO EX-ACCOUNT.
           MOVE ZERO TO EX-BRANCH.
           MOVE RETURNED-CHECK-TOTAL TO EX-AMOUNT.
           WRITE GL-EXPORT-RECORD.
           ADD RETURNED-CHECK-TOTAL TO BATCH-DEBITS.
           MOVE "C" TO EX-DEBIT-CREDIT.
           MOVE CASH-ACCOUNT TO EX-ACCOUNT.
           WRITE GL-EXPORT-RECORD.
           ADD RETURNED-CHECK-TOTAL TO BATCH-CREDITS.
      *
      *    The stamps are only taken once the journal is on disk
      *    and proven in balance, so a crash before then leaves
      *    everything still unexported for the next run. Only
      *    transactions reserved for this batch are stamped -
      *    exactly the ones its journal carries - and each stamp
      *    moves the checkpoint forward, so a restart resumes
      *    after the last one.
      *
       400-STAMP-EXPORTED-TRANSACTIONS.
      *
           MOVE "N" TO TRANSACTION-EOF-SWITCH.
           IF RS-LAST-KEY = SPACES
               PERFORM 402-START-FROM-THE-TOP
           ELSE
               PERFORM 404-START-AFTER-LAST-STAMP.
           PERFORM 410-STAMP-ONE-TRANSACTION
               UNTIL TRANSACTION-EOF-SWITCH = "Y".
           PERFORM 430-STAMP-RETURNED-CHECKS.
      *
       402-START-FROM-THE-TOP.
      *
           MOVE ZERO TO ST-CUSTOMER-NUMBER.
           MOVE SPACES TO ST-INVOICE-NUMBER.
           START SALES-TRANSACTION-FILE
               KEY NOT < ST-TRANSACTION-KEY
               INVALID KEY
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH.
      *
       404-START-AFTER-LAST-STAMP.
      *
           MOVE RS-LAST-KEY TO ST-TRANSACTION-KEY.
           START SALES-TRANSACTION-FILE
               KEY > ST-TRANSACTION-KEY
               INVALID KEY
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH.
      *
       410-STAMP-ONE-TRANSACTION.
      *
               AT END
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH.
           IF TRANSACTION-EOF-SWITCH = "N"
               AND ST-IS-GL-RESERVED
               AND ST-GL-BATCH = GL-BATCH-NUMBER
               PERFORM 420-STAMP-AND-CHECKPOINT.
      *
       420-STAMP-AND-CHECKPOINT.
      *
           MOVE "Y" TO ST-GL-EXPORTED.
           REWRITE SALES-TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING TRANSACTION".
           MOVE ST-TRANSACTION-KEY TO RS-LAST-KEY.
           PERFORM 170-WRITE-CHECKPOINT.
      *
      *    Stamping a return reserved for this batch is the same
      *    whether it is done once or twice, so a restart simply
      *    runs through the returns again.
      *
       430-STAMP-RETURNED-CHECKS.
      *
           MOVE "N" TO RETURN-EOF-SWITCH.
           MOVE ZEROES TO NR-RECEIPT-NUMBER.
           START RETURNED-CHECK-FILE
               KEY NOT < NR-RECEIPT-NUMBER
               INVALID KEY
                   MOVE "Y" TO RETURN-EOF-SWITCH.
           PERFORM 435-STAMP-ONE-RETURN
               UNTIL RETURN-EOF-SWITCH = "Y".
      *
       435-STAMP-ONE-RETURN.
      *
           READ RETURNED-CHECK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO RETURN-EOF-SWITCH.
           IF RETURN-EOF-SWITCH = "N"
               AND NR-IS-GL-RESERVED
               AND NR-GL-BATCH = GL-BATCH-NUMBER
               MOVE "Y" TO NR-GL-EXPORTED
               PERFORM 240-REWRITE-RETURNED-CHECK.
      *
       500-PRINT-THE-REGISTER.
      *
           MOVE GL-BATCH-NUMBER TO RTL-BATCH.
           MOVE REGISTER-TITLE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           IF RESTART-SWITCH = "Y"
               MOVE GL-BATCH-NUMBER TO RN-BATCH
               MOVE RESTART-NOTICE-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE 1 TO BUCKET-SUB.
           MOVE REVENUE-CREDIT-TOTAL TO TL-REVENUE.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           IF FINANCE-CHARGES-EXPORTED NOT = ZERO
               MOVE FINANCE-CHARGES-EXPORTED TO FCL-COUNT
               MOVE FINANCE-CHARGE-TOTAL TO FCL-AMOUNT
               MOVE FINANCE-CHARGE-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           IF BAD-DEBTS-EXPORTED NOT = ZERO
               MOVE BAD-DEBTS-EXPORTED TO BDL-COUNT
               MOVE BAD-DEBT-TOTAL TO BDL-AMOUNT
               MOVE BAD-DEBT-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           IF REFUNDS-EXPORTED NOT = ZERO
               MOVE REFUNDS-EXPORTED TO RFL-COUNT
               MOVE REFUND-TOTAL TO RFL-AMOUNT
               MOVE REFUND-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           IF NETTINGS-EXPORTED NOT = ZERO
               MOVE NETTINGS-EXPORTED TO NTL-COUNT
               COMPUTE NTL-AMOUNT = ZERO - NETTING-TOTAL
               MOVE NETTING-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           IF RETURNS-EXPORTED NOT = ZERO
               MOVE RETURNS-EXPORTED TO RCL-COUNT
               MOVE RETURNED-CHECK-TOTAL TO RCL-AMOUNT
               MOVE RETURNED-CHECK-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       510-PRINT-ONE-BRANCH.
      *
               MOVE BRANCH-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD 1 TO BUCKET-SUB.
      *
      *    The journal for this batch is already written and may
      *    already be in the GL, so it is never touched again.
      *    The branch lines for the register are rebuilt from the
      *    transactions reserved or stamped under the batch, the
      *    totals come back from the checkpoint, and stamping
      *    carries on after the last transaction stamped.
      *
       600-FINISH-INTERRUPTED-BATCH.
      *
           MOVE "Y" TO RESTART-SWITCH.
           ADD 1 TO RS-RESTART-COUNT.
           MOVE "RESTARTED RUN - JOURNAL KEPT, STAMPING ENDED"
               TO RN-MESSAGE.
           MOVE RS-GL-BATCH TO GL-BATCH-NUMBER.
           DISPLAY "LAST EXPORT RUN STOPPED AFTER WRITING BATCH "
               GL-BATCH-NUMBER " - FINISHING ITS STAMPS".
           OPEN I-O   SALES-TRANSACTION-FILE
                      RETURNED-CHECK-FILE
                INPUT CUSTMAST
                OUTPUT EXPORT-REGISTER.
           PERFORM 140-CLEAR-BRANCH-BUCKETS.
           PERFORM 610-REBUILD-ONE-TRANSACTION
               UNTIL TRANSACTION-EOF-SWITCH = "Y".
           MOVE TRANSACTIONS-EXPORTED TO REBUILT-COUNT.
           MOVE AR-DEBIT-TOTAL TO REBUILT-AR-DEBIT.
           MOVE RS-BATCH-TOTALS TO BATCH-FIELDS.
           IF REBUILT-COUNT NOT = TRANSACTIONS-EXPORTED
               OR REBUILT-AR-DEBIT NOT = AR-DEBIT-TOTAL
               DISPLAY "*** BRANCH LINES REBUILT FROM THE FILE DO "
                   "NOT MATCH THE JOURNAL - CHECK THE REGISTER ***".
           PERFORM 400-STAMP-EXPORTED-TRANSACTIONS.
           PERFORM 500-PRINT-THE-REGISTER.
           PERFORM 135-RECORD-THE-BATCH.
           MOVE "C" TO RS-RUN-STATE.
           PERFORM 170-WRITE-CHECKPOINT.
           CLOSE SALES-TRANSACTION-FILE
                 RETURNED-CHECK-FILE
                 CUSTMAST
                 EXPORT-REGISTER.
      *
       610-REBUILD-ONE-TRANSACTION.
      *
           READ SALES-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH.
           IF TRANSACTION-EOF-SWITCH = "N"
               AND (ST-IS-GL-RESERVED OR ST-IS-GL-EXPORTED)
               AND ST-GL-BATCH = GL-BATCH-NUMBER
               PERFORM 210-FOLD-INTO-THE-BATCH.
