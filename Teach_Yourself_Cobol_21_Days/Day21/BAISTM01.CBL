      * BAI2 prior-day statement import and bank reconciliation
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAISTM01.
      *-------------------------------------------------------------
      * Reads the bank's BAI2 prior-day statement file (BAISTMT)
      * and works every detail item on it. Each account on the
      * file (an 03 record) is matched to our bank account whose
      * BANK-POSPAY-ID carries the same account number - the
      * number the bank knows the account by - and each item
      * (a 16 record) is handled by its type code as BAIMNT01's
      * table says:
      *   check paid - cleared against the check register with
      *     CHKRCN01's rules: not on file, already cleared,
      *     stopped, void and amount mismatch all called out;
      *   ACH or wire debit - settled against the electronic
      *     register with EFTRCN01's rules, keyed by the
      *     customer reference the entry went out under;
      *   fees, interest, incoming wires and the like -
      *     journaled to the table's GL account against the
      *     account's BANK-GL-CASH-ACCOUNT (CONTROL-CASH-ACCOUNT
      *     if it has none);
      *   deposits and transfers other programs book - listed
      *     (customer deposits are matched to their deposit
      *     batches by the A/R side's DEPRCN01);
      *   a code not in the table - listed as unmapped.
      * At the account's 49 trailer the book-to-bank
      * reconciliation prints: the closing ledger balance (BAI
      * summary code 015) less the checks and electronic
      * payments still outstanding on the account, against the
      * GL cash book balance the operator keys plus what this
      * run journals. If the two differ, every item this run
      * could not account for is already listed above it, with
      * the part of the difference they explain, and what is
      * left after them. The account is then stamped with the
      * statement's as-of date, and a statement no later than
      * that stamp is skipped if the file is loaded again.
      * The journal is one batch for the run, in GLAEXP01's
      * export format to BAIEXP under the next
      * CONTROL-LAST-GL-BATCH, on the GL batch status file for
      * GLACNF01 to confirm.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLBNK01.CBL".

           COPY "SLBAI01.CBL".

           COPY "SLCHKREG.CBL".

           COPY "SLEREG01.CBL".

           COPY "SLCONTRL.CBL".

           COPY "SLCTLLOG.CBL".

           COPY "SLGLACT01.CBL".

           COPY "SLGLBAT.CBL".

           SELECT BAI-STATEMENT-FILE
               ASSIGN TO "BAISTMT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-EXPORT-FILE
               ASSIGN TO "BAIEXP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDBNK01.CBL".

           COPY "FDBAI01.CBL".

           COPY "FDCHKREG.CBL".

           COPY "FDEREG01.CBL".

           COPY "FDCONTRL.CBL".

           COPY "FDCTLLOG.CBL".

           COPY "FDGLACT01.CBL".

           COPY "FDGLBAT.CBL".

       FD  BAI-STATEMENT-FILE
           LABEL RECORDS ARE OMITTED.
       01  BAI-STATEMENT-RECORD        PIC X(200).

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

       77  STATEMENT-FILE-AT-END       PIC X VALUE "N".
       77  BANK-FILE-AT-END            PIC X.
       77  REGISTER-FILE-AT-END        PIC X.
       77  BANK-FOUND                  PIC X.
       77  BAI-CODE-FOUND              PIC X.
       77  REGISTER-FOUND              PIC X.
       77  RECORD-FOUND                PIC X.
       77  TABLE-IS-FULL               PIC X VALUE "N".
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  CURRENT-TIME                PIC 9(8).
       77  OLD-CONTROL-VALUE           PIC 9(8).

      *-------------------------------------------------------------
      * A BAI2 record is fields separated by commas and ended by
      * a slash; each record is split into this table. An 88
      * record continues the record before it.
      *-------------------------------------------------------------
       01  STMT-FIELDS.
           05 STMT-FIELD OCCURS 20 TIMES PIC X(30).
       77  FIELD-SUB                   PIC 99 COMP.
       77  FIELD-LIMIT                 PIC 99 COMP VALUE 20.
       77  STMT-RECORD-CODE            PIC XX.
       77  LAST-RECORD-CODE            PIC XX VALUE SPACE.
       77  FUNDS-TYPE                  PIC X.
       77  FUNDS-PAIRS                 PIC 9(3).
       77  SUMMARY-CODE                PIC 9(3).
       77  SUMMARY-AMOUNT              PIC S9(11)V99.

       01  STMT-AS-OF-YYMMDD           PIC 9(6).
       01  FILLER REDEFINES STMT-AS-OF-YYMMDD.
           05 STMT-AS-OF-YY            PIC 99.
           05 STMT-AS-OF-MMDD          PIC 9(4).
       77  STATEMENT-DATE              PIC 9(8) VALUE ZERO.
       77  BATCH-DATE                  PIC 9(8) VALUE ZERO.

      *-------------------------------------------------------------
      * The account being worked, from its 03 record to its 49
      * trailer. ACCOUNT-ACTIVE is "N" for an account not on the
      * bank file or already imported, so its items are passed
      * over.
      *-------------------------------------------------------------
       77  ACCOUNT-ACTIVE              PIC X VALUE "N".
       77  STMT-ACCOUNT-NUMBER         PIC X(10).
       77  STMT-BANK-CODE              PIC X(3).
       77  STMT-GL-CASH                PIC 9(6).
       77  STMT-IS-OPERATING           PIC X.
       77  OPENING-LEDGER              PIC S9(11)V99.
       77  CLOSING-LEDGER              PIC S9(11)V99.
       77  CLOSING-FOUND               PIC X.

       77  ITEM-TYPE-CODE              PIC 9(3).
       77  ITEM-AMOUNT                 PIC S9(11)V99.
       77  ITEM-EFFECT                 PIC S9(11)V99.
       77  ITEM-DIRECTION              PIC X.
       77  ITEM-CUSTOMER-REF           PIC X(30).
       77  ITEM-REFERENCE              PIC 9(8).
       77  ITEM-STREAM                 PIC X.
       77  ITEM-NOTE                   PIC X(45).

       77  BOOK-BALANCE                PIC S9(11)V99.
       77  BOOK-ADJUSTMENT             PIC S9(11)V99.
       77  OUTSTANDING-CHECK-COUNT     PIC 9(5).
       77  OUTSTANDING-CHECK-TOTAL     PIC S9(11)V99.
       77  OUTSTANDING-EFT-COUNT       PIC 9(5).
       77  OUTSTANDING-EFT-TOTAL       PIC S9(11)V99.
       77  ADJUSTED-BANK-BALANCE       PIC S9(11)V99.
       77  ADJUSTED-BOOK-BALANCE       PIC S9(11)V99.
       77  RECON-DIFFERENCE            PIC S9(11)V99.
       77  ITEMS-LEFT-COUNT            PIC 9(5).
       77  ITEMS-LEFT-NET              PIC S9(11)V99.
       77  UNEXPLAINED-AMOUNT          PIC S9(11)V99.

       77  ACCOUNTS-RECONCILED         PIC 9(5) VALUE ZERO.
       77  ACCOUNTS-SKIPPED            PIC 9(5) VALUE ZERO.
       77  CHECKS-CLEARED              PIC 9(5) VALUE ZERO.
       77  ENTRIES-SETTLED             PIC 9(5) VALUE ZERO.
       77  ITEMS-JOURNALED             PIC 9(5) VALUE ZERO.
       77  ITEMS-BOOKED-ELSEWHERE      PIC 9(5) VALUE ZERO.
       77  ITEMS-UNMAPPED              PIC 9(5) VALUE ZERO.
       77  ITEMS-NOT-MATCHED           PIC 9(5) VALUE ZERO.

      *-------------------------------------------------------------
      * The journal, one line per GL account, in FADEP01's
      * pattern: positive is a debit, negative a credit.
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

       77  GL-BATCH-NUMBER             PIC 9(6) VALUE ZERO.
       77  LINES-EXPORTED              PIC 9(5) VALUE ZERO.
       77  BATCH-DEBIT-TOTAL           PIC S9(11)V99 VALUE ZERO.
       77  BATCH-CREDIT-TOTAL          PIC S9(11)V99 VALUE ZERO.

       01  TITLE-LINE.
           05 FILLER                   PIC X(42) VALUE
              "BAI2 STATEMENT IMPORT AND RECONCILIATION ".
           05 PRINT-RUN-DATE           PIC 9(8).

       01  ACCOUNT-LINE.
           05 FILLER                   PIC X(8) VALUE "ACCOUNT ".
           05 PRINT-ACCOUNT-CODE       PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-ACCOUNT-NAME       PIC X(30).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-ACCOUNT-NUMBER     PIC X(10).
           05 FILLER                   PIC X(7) VALUE " AS OF ".
           05 PRINT-AS-OF-DATE         PIC 9(8).

       01  COLUMN-LINE.
           05 FILLER                   PIC X(4) VALUE "BAI".
           05 FILLER                   PIC X(2) VALUE "DC".
           05 FILLER                   PIC X(11) VALUE "REFERENCE".
           05 FILLER                   PIC X(16)
              VALUE "         AMOUNT".
           05 FILLER                   PIC X(6) VALUE "ACTION".

       01  ITEM-LINE.
           05 PRINT-ITEM-CODE          PIC 9(3).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-ITEM-DIRECTION     PIC X(1).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-ITEM-REFERENCE     PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-ITEM-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-ITEM-NOTE          PIC X(45).

       01  RECON-LINE.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 PRINT-RECON-LABEL        PIC X(44).
           05 PRINT-RECON-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.

       01  RESULT-LINE.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 PRINT-RESULT             PIC X(60).

       01  COUNT-LINE.
           05 PRINT-COUNT-LABEL        PIC X(40).
           05 PRINT-COUNT              PIC ZZZZ9.

       01  JOURNAL-PRINT-LINE.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 PRINT-JOURNAL-DC         PIC X(1).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-JOURNAL-ACCOUNT    PIC 9(6).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-JOURNAL-NAME       PIC X(30).
           05 PRINT-JOURNAL-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.

       01  BATCH-TITLE-LINE.
           05 FILLER                   PIC X(22) VALUE
              "JOURNAL TO BAIEXP - GL".
           05 FILLER                   PIC X(7) VALUE " BATCH ".
           05 PRINT-BATCH-NUMBER       PIC 9(6).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN I-O BANK-ACCOUNT-FILE.
           OPEN INPUT BAI-CODE-FILE.
           OPEN I-O CHECK-REGISTER-FILE.
           OPEN I-O EFT-REGISTER-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN EXTEND CONTROL-LOG-FILE.
           OPEN INPUT GLACCOUNT-FILE.
           OPEN INPUT BAI-STATEMENT-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL-RECORD.
           MOVE "BAISTM01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       READ-CONTROL-RECORD.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-CASH-ACCOUNT.
           IF CONTROL-CASH-ACCOUNT NOT NUMERIC
               MOVE ZEROES TO CONTROL-CASH-ACCOUNT.

       CLOSING-PROCEDURE.
           CLOSE BANK-ACCOUNT-FILE.
           CLOSE BAI-CODE-FILE.
           CLOSE CHECK-REGISTER-FILE.
           CLOSE EFT-REGISTER-FILE.
           CLOSE CONTROL-FILE.
           CLOSE CONTROL-LOG-FILE.
           CLOSE GLACCOUNT-FILE.
           CLOSE BAI-STATEMENT-FILE.
           CLOSE PRINTER-FILE.
           DISPLAY ACCOUNTS-RECONCILED " ACCOUNT(S) RECONCILED, "
               ACCOUNTS-SKIPPED " SKIPPED".

       MAIN-PROCESS.
           MOVE TODAY-CCYYMMDD TO PRINT-RUN-DATE.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM READ-NEXT-STATEMENT-RECORD.
           PERFORM PROCESS-ONE-STATEMENT-RECORD
               UNTIL STATEMENT-FILE-AT-END = "Y".
           IF ACCOUNT-ACTIVE = "Y"
               DISPLAY "** ACCOUNT " STMT-BANK-CODE
                   " HAS NO 49 TRAILER - NOT RECONCILED **".
           PERFORM PRINT-THE-COUNTS.
           IF TABLE-IS-FULL = "Y"
               DISPLAY "** JOURNAL TABLE FULL - NOTHING WRITTEN **"
           ELSE
           IF JOURNAL-LINE-COUNT NOT = ZERO
               PERFORM SET-THE-JOURNAL-SIDES
               PERFORM TOTAL-THE-BATCH
               PERFORM WRITE-THE-BATCH-IF-BALANCED
           ELSE
               DISPLAY "NOTHING TO JOURNAL FROM THIS STATEMENT".

       READ-NEXT-STATEMENT-RECORD.
           READ BAI-STATEMENT-FILE
               AT END
                   MOVE "Y" TO STATEMENT-FILE-AT-END.

      *-------------------------------------------------------------
      * 01/98/99 are the file and group headers and trailers and
      * carry nothing to act on. An 88 only matters after an 03,
      * where it continues the account's balance summaries.
      *-------------------------------------------------------------
       PROCESS-ONE-STATEMENT-RECORD.
           PERFORM SPLIT-THE-RECORD.
           IF STMT-RECORD-CODE = "02"
               PERFORM START-THE-GROUP
           ELSE
           IF STMT-RECORD-CODE = "03"
               PERFORM START-THE-ACCOUNT
           ELSE
           IF STMT-RECORD-CODE = "16" AND ACCOUNT-ACTIVE = "Y"
               PERFORM PROCESS-ONE-ITEM
           ELSE
           IF STMT-RECORD-CODE = "88" AND ACCOUNT-ACTIVE = "Y"
                   AND LAST-RECORD-CODE = "03"
               MOVE 2 TO FIELD-SUB
               PERFORM SCAN-BALANCE-SUMMARIES
           ELSE
           IF STMT-RECORD-CODE = "49" AND ACCOUNT-ACTIVE = "Y"
               PERFORM FINISH-THE-ACCOUNT.
           IF STMT-RECORD-CODE NOT = "88"
               MOVE STMT-RECORD-CODE TO LAST-RECORD-CODE.
           PERFORM READ-NEXT-STATEMENT-RECORD.

       SPLIT-THE-RECORD.
           MOVE SPACE TO STMT-FIELDS.
           UNSTRING BAI-STATEMENT-RECORD
               DELIMITED BY "," OR "/"
               INTO STMT-FIELD (1)  STMT-FIELD (2)  STMT-FIELD (3)
                    STMT-FIELD (4)  STMT-FIELD (5)  STMT-FIELD (6)
                    STMT-FIELD (7)  STMT-FIELD (8)  STMT-FIELD (9)
                    STMT-FIELD (10) STMT-FIELD (11) STMT-FIELD (12)
                    STMT-FIELD (13) STMT-FIELD (14) STMT-FIELD (15)
                    STMT-FIELD (16) STMT-FIELD (17) STMT-FIELD (18)
                    STMT-FIELD (19) STMT-FIELD (20).
           MOVE STMT-FIELD (1) TO STMT-RECORD-CODE.

      *-------------------------------------------------------------
      * The group header's as-of date is YYMMDD; years 00-49
      * are 20xx, the same pivot GET-A-DATE uses.
      *-------------------------------------------------------------
       START-THE-GROUP.
           MOVE STMT-FIELD (5) TO STMT-AS-OF-YYMMDD.
           IF STMT-AS-OF-YY < 50
               COMPUTE STATEMENT-DATE = 20000000 + STMT-AS-OF-YYMMDD
           ELSE
               COMPUTE STATEMENT-DATE = 19000000 + STMT-AS-OF-YYMMDD.
           IF STATEMENT-DATE > BATCH-DATE
               MOVE STATEMENT-DATE TO BATCH-DATE.

      *****************************************************
      *   THE ACCOUNT HEADER - 03
      *****************************************************
       START-THE-ACCOUNT.
           IF ACCOUNT-ACTIVE = "Y"
               DISPLAY "** ACCOUNT " STMT-BANK-CODE
                   " HAS NO 49 TRAILER - NOT RECONCILED **".
           MOVE "N" TO ACCOUNT-ACTIVE.
           MOVE STMT-FIELD (2) TO STMT-ACCOUNT-NUMBER.
           PERFORM FIND-STATEMENT-ACCOUNT.
           IF BANK-FOUND = "Y" AND BANK-LAST-BAI-DATE NOT NUMERIC
               MOVE ZEROES TO BANK-LAST-BAI-DATE.
           IF BANK-FOUND = "N"
               ADD 1 TO ACCOUNTS-SKIPPED
               DISPLAY "** STATEMENT ACCOUNT " STMT-ACCOUNT-NUMBER
                   " IS NOT ON THE BANK FILE - SKIPPED **"
           ELSE
           IF BANK-LAST-BAI-DATE NOT < STATEMENT-DATE
               ADD 1 TO ACCOUNTS-SKIPPED
               DISPLAY "** ACCOUNT " BANK-ACCOUNT-CODE
                   " ALREADY IMPORTED THROUGH " BANK-LAST-BAI-DATE
                   " - SKIPPED **"
           ELSE
               PERFORM OPEN-THE-ACCOUNT.

      *-------------------------------------------------------------
      * The bank file is keyed by our code, so the account number
      * is found by reading through it.
      *-------------------------------------------------------------
       FIND-STATEMENT-ACCOUNT.
           MOVE "N" TO BANK-FOUND.
           MOVE "N" TO BANK-FILE-AT-END.
           MOVE SPACE TO BANK-ACCOUNT-CODE.
           START BANK-ACCOUNT-FILE KEY NOT < BANK-ACCOUNT-CODE
               INVALID KEY
                   MOVE "Y" TO BANK-FILE-AT-END.
           PERFORM READ-NEXT-BANK-ACCOUNT.
           PERFORM CHECK-ONE-BANK-ACCOUNT
               UNTIL BANK-FILE-AT-END = "Y" OR BANK-FOUND = "Y".

       READ-NEXT-BANK-ACCOUNT.
           IF BANK-FILE-AT-END NOT = "Y"
               READ BANK-ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BANK-FILE-AT-END.

       CHECK-ONE-BANK-ACCOUNT.
           IF BANK-POSPAY-ID = STMT-ACCOUNT-NUMBER
               MOVE "Y" TO BANK-FOUND
           ELSE
               PERFORM READ-NEXT-BANK-ACCOUNT.

       OPEN-THE-ACCOUNT.
           MOVE "Y" TO ACCOUNT-ACTIVE.
           MOVE BANK-ACCOUNT-CODE TO STMT-BANK-CODE.
           MOVE BANK-GL-CASH-ACCOUNT TO STMT-GL-CASH.
           IF STMT-GL-CASH = ZEROES
               MOVE CONTROL-CASH-ACCOUNT TO STMT-GL-CASH.
           MOVE "N" TO STMT-IS-OPERATING.
           IF STMT-GL-CASH = CONTROL-CASH-ACCOUNT
               MOVE "Y" TO STMT-IS-OPERATING.
           MOVE ZEROES TO OPENING-LEDGER.
           MOVE ZEROES TO CLOSING-LEDGER.
           MOVE "N" TO CLOSING-FOUND.
           MOVE ZEROES TO BOOK-ADJUSTMENT.
           MOVE ZEROES TO ITEMS-LEFT-COUNT.
           MOVE ZEROES TO ITEMS-LEFT-NET.
           MOVE 4 TO FIELD-SUB.
           PERFORM SCAN-BALANCE-SUMMARIES.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE BANK-ACCOUNT-CODE TO PRINT-ACCOUNT-CODE.
           MOVE BANK-ACCOUNT-NAME TO PRINT-ACCOUNT-NAME.
           MOVE STMT-ACCOUNT-NUMBER TO PRINT-ACCOUNT-NUMBER.
           MOVE STATEMENT-DATE TO PRINT-AS-OF-DATE.
           MOVE ACCOUNT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *-------------------------------------------------------------
      * Balance summaries come in fours - type code, amount,
      * item count, funds type - with the funds type's own
      * availability fields after it. 010 is the opening ledger
      * balance and 015 the closing ledger.
      *-------------------------------------------------------------
       SCAN-BALANCE-SUMMARIES.
           PERFORM SCAN-ONE-BALANCE-SUMMARY
               UNTIL FIELD-SUB > FIELD-LIMIT - 3
                  OR STMT-FIELD (FIELD-SUB) = SPACE.

       SCAN-ONE-BALANCE-SUMMARY.
           COMPUTE SUMMARY-CODE =
               FUNCTION NUMVAL(STMT-FIELD (FIELD-SUB)).
           COMPUTE SUMMARY-AMOUNT =
               FUNCTION NUMVAL(STMT-FIELD (FIELD-SUB + 1)) / 100.
           IF SUMMARY-CODE = 10
               MOVE SUMMARY-AMOUNT TO OPENING-LEDGER
           ELSE
           IF SUMMARY-CODE = 15
               MOVE SUMMARY-AMOUNT TO CLOSING-LEDGER
               MOVE "Y" TO CLOSING-FOUND.
           MOVE STMT-FIELD (FIELD-SUB + 3) TO FUNDS-TYPE.
           ADD 4 TO FIELD-SUB.
           PERFORM SKIP-FUNDS-DETAIL.

      *-------------------------------------------------------------
      * Funds types 0, 1, 2 and Z carry nothing more; S carries
      * three availability amounts, V a value date and time,
      * and D a count of day/amount pairs.
      *-------------------------------------------------------------
       SKIP-FUNDS-DETAIL.
           IF FUNDS-TYPE = "S"
               ADD 3 TO FIELD-SUB
           ELSE
           IF FUNDS-TYPE = "V"
               ADD 2 TO FIELD-SUB
           ELSE
           IF FUNDS-TYPE = "D"
               PERFORM SKIP-DISTRIBUTED-FUNDS.
           IF FIELD-SUB > FIELD-LIMIT
               MOVE FIELD-LIMIT TO FIELD-SUB.

       SKIP-DISTRIBUTED-FUNDS.
           COMPUTE FUNDS-PAIRS =
               FUNCTION NUMVAL(STMT-FIELD (FIELD-SUB)).
           IF FUNDS-PAIRS > 9
               MOVE 9 TO FUNDS-PAIRS.
           COMPUTE FIELD-SUB = FIELD-SUB + 1 + (FUNDS-PAIRS * 2).

      *****************************************************
      *   ONE DETAIL ITEM - 16
      *****************************************************
      *-------------------------------------------------------------
      * 16,type,amount,funds type[,availability],bank reference,
      * customer reference,text. The customer reference is our
      * check number or EFT register reference.
      *-------------------------------------------------------------
       PROCESS-ONE-ITEM.
           COMPUTE ITEM-TYPE-CODE =
               FUNCTION NUMVAL(STMT-FIELD (2)).
           COMPUTE ITEM-AMOUNT =
               FUNCTION NUMVAL(STMT-FIELD (3)) / 100.
           MOVE STMT-FIELD (4) TO FUNDS-TYPE.
           MOVE 5 TO FIELD-SUB.
           PERFORM SKIP-FUNDS-DETAIL.
           IF FIELD-SUB < FIELD-LIMIT
               MOVE STMT-FIELD (FIELD-SUB + 1) TO ITEM-CUSTOMER-REF
           ELSE
               MOVE SPACE TO ITEM-CUSTOMER-REF.
           COMPUTE ITEM-REFERENCE =
               FUNCTION NUMVAL(ITEM-CUSTOMER-REF).
           MOVE ITEM-TYPE-CODE TO BAI-TYPE-CODE.
           PERFORM READ-BAI-CODE-RECORD.
           IF BAI-CODE-FOUND = "N"
               PERFORM LIST-UNMAPPED-ITEM
           ELSE
               PERFORM HANDLE-MAPPED-ITEM.

      *-------------------------------------------------------------
      * Without a table entry the direction comes from the BAI2
      * ranges: 100-399 credits, everything else taken as a
      * debit.
      *-------------------------------------------------------------
       LIST-UNMAPPED-ITEM.
           IF ITEM-TYPE-CODE > 99 AND ITEM-TYPE-CODE < 400
               MOVE "C" TO ITEM-DIRECTION
           ELSE
               MOVE "D" TO ITEM-DIRECTION.
           ADD 1 TO ITEMS-UNMAPPED.
           MOVE "NOT IN THE BAI CODE TABLE - NOT BOOKED" TO ITEM-NOTE.
           PERFORM LEAVE-THE-ITEM.

       HANDLE-MAPPED-ITEM.
           MOVE BAI-DIRECTION TO ITEM-DIRECTION.
           IF BAI-MATCH-CHECK
               PERFORM CLEAR-ONE-CHECK
           ELSE
           IF BAI-MATCH-ACH
               MOVE "A" TO ITEM-STREAM
               PERFORM SETTLE-ONE-ENTRY
           ELSE
           IF BAI-MATCH-WIRE
               MOVE "F" TO ITEM-STREAM
               PERFORM SETTLE-ONE-ENTRY
           ELSE
           IF BAI-POST-TO-GL
               PERFORM JOURNAL-ONE-ITEM
           ELSE
               ADD 1 TO ITEMS-BOOKED-ELSEWHERE.

      *-------------------------------------------------------------
      * An item this run can't account for. ITEM-EFFECT is what
      * it does to bank less book: the bank has it and the books
      * don't, so a credit adds and a debit takes away.
      *-------------------------------------------------------------
       LEAVE-THE-ITEM.
           IF ITEM-DIRECTION = "C"
               MOVE ITEM-AMOUNT TO ITEM-EFFECT
           ELSE
               COMPUTE ITEM-EFFECT = ITEM-AMOUNT * -1.
           PERFORM LIST-LEFT-ITEM.

       LIST-LEFT-ITEM.
           ADD 1 TO ITEMS-LEFT-COUNT.
           ADD ITEM-EFFECT TO ITEMS-LEFT-NET.
           PERFORM PRINT-ONE-ITEM.

       PRINT-ONE-ITEM.
           MOVE ITEM-TYPE-CODE TO PRINT-ITEM-CODE.
           MOVE ITEM-DIRECTION TO PRINT-ITEM-DIRECTION.
           MOVE ITEM-CUSTOMER-REF TO PRINT-ITEM-REFERENCE.
           MOVE ITEM-AMOUNT TO PRINT-ITEM-AMOUNT.
           MOVE ITEM-NOTE TO PRINT-ITEM-NOTE.
           MOVE ITEM-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *-------------------------------------------------------------
      * A debit to the table's account against the bank's cash
      * account for money out, the other way round for money in.
      *-------------------------------------------------------------
       JOURNAL-ONE-ITEM.
           MOVE BAI-GL-ACCOUNT TO POST-ACCOUNT.
           IF BAI-IS-DEBIT
               MOVE ITEM-AMOUNT TO POST-AMOUNT
           ELSE
               COMPUTE POST-AMOUNT = ITEM-AMOUNT * -1.
           PERFORM POST-JOURNAL-AMOUNT.
           MOVE STMT-GL-CASH TO POST-ACCOUNT.
           COMPUTE POST-AMOUNT = POST-AMOUNT * -1.
           PERFORM POST-JOURNAL-AMOUNT.
           ADD POST-AMOUNT TO BOOK-ADJUSTMENT.
           ADD 1 TO ITEMS-JOURNALED.
           MOVE SPACE TO ITEM-NOTE.
           STRING "JOURNALED TO " DELIMITED BY SIZE
                  BAI-GL-ACCOUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BAI-DESCRIPTION DELIMITED BY SIZE
               INTO ITEM-NOTE.
           PERFORM PRINT-ONE-ITEM.

      *****************************************************
      *   CHECKS PAID - CHKRCN01'S RULES
      *****************************************************
       CLEAR-ONE-CHECK.
           MOVE ITEM-REFERENCE TO CHKREG-CHECK-NO.
           PERFORM READ-REGISTER-RECORD.
           IF REGISTER-FOUND = "N"
               MOVE "PAID CHECK NOT ON THE REGISTER" TO ITEM-NOTE
               PERFORM LEAVE-UNMATCHED-ITEM
           ELSE
           IF CHKREG-IS-CLEARED
               MOVE "CHECK ALREADY CLEARED - PRESENTED TWICE"
                   TO ITEM-NOTE
               PERFORM LEAVE-UNMATCHED-ITEM
           ELSE
           IF CHKREG-IS-STOPPED
               MOVE "CHECK STOPPED BY THE BANK BUT PAID"
                   TO ITEM-NOTE
               PERFORM LEAVE-UNMATCHED-ITEM
           ELSE
           IF CHKREG-IS-VOID
               MOVE "CHECK VOID ON THE REGISTER BUT PAID"
                   TO ITEM-NOTE
               PERFORM LEAVE-UNMATCHED-ITEM
           ELSE
               PERFORM MARK-CHECK-CLEARED.

       LEAVE-UNMATCHED-ITEM.
           ADD 1 TO ITEMS-NOT-MATCHED.
           PERFORM LEAVE-THE-ITEM.

       MARK-CHECK-CLEARED.
           IF CHKREG-STOP-REQUESTED
               DISPLAY "** CHECK " CHKREG-CHECK-NO
                   " PAID BEFORE THE STOP REQUESTED "
                   CHKREG-STOP-REQ-DATE " TOOK HOLD **".
           IF ITEM-AMOUNT NOT = CHKREG-AMOUNT
               COMPUTE ITEM-EFFECT = CHKREG-AMOUNT - ITEM-AMOUNT
               MOVE "CHECK CLEARED FOR AN AMOUNT NOT AS ISSUED"
                   TO ITEM-NOTE
               PERFORM LIST-LEFT-ITEM.
           MOVE "C" TO CHKREG-STATUS.
           MOVE STATEMENT-DATE TO CHKREG-CLEARED-DATE.
           MOVE ITEM-AMOUNT TO CHKREG-CLEARED-AMOUNT.
           PERFORM REWRITE-REGISTER-RECORD.
           ADD 1 TO CHECKS-CLEARED.

      *****************************************************
      *   ACH AND WIRES - EFTRCN01'S RULES
      *****************************************************
       SETTLE-ONE-ENTRY.
           MOVE ITEM-STREAM TO EREG-STREAM.
           MOVE ITEM-REFERENCE TO EREG-REFERENCE.
           PERFORM READ-EFT-REGISTER-RECORD.
           IF REGISTER-FOUND = "N"
               MOVE "NOT ON THE EFT REGISTER - INVESTIGATE"
                   TO ITEM-NOTE
               PERFORM LEAVE-UNMATCHED-ITEM
           ELSE
           IF EREG-IS-SETTLED
               MOVE "EFT ENTRY ALREADY SETTLED - PRESENTED TWICE"
                   TO ITEM-NOTE
               PERFORM LEAVE-UNMATCHED-ITEM
           ELSE
               PERFORM APPLY-THE-SETTLEMENT.

       APPLY-THE-SETTLEMENT.
           IF ITEM-AMOUNT NOT = EREG-AMOUNT
               COMPUTE ITEM-EFFECT = EREG-AMOUNT - ITEM-AMOUNT
               MOVE "EFT SETTLED FOR AN AMOUNT NOT AS ISSUED"
                   TO ITEM-NOTE
               PERFORM LIST-LEFT-ITEM.
           MOVE "C" TO EREG-STATUS.
           MOVE STATEMENT-DATE TO EREG-SETTLED-DATE.
           MOVE ITEM-AMOUNT TO EREG-SETTLED-AMOUNT.
           PERFORM REWRITE-EFT-REGISTER-RECORD.
           ADD 1 TO ENTRIES-SETTLED.

      *****************************************************
      *   THE ACCOUNT TRAILER - 49 - AND THE RECONCILIATION
      *****************************************************
       FINISH-THE-ACCOUNT.
           MOVE "N" TO ACCOUNT-ACTIVE.
           IF CLOSING-FOUND = "N"
               DISPLAY "** ACCOUNT " STMT-BANK-CODE
                   " STATEMENT HAS NO CLOSING LEDGER (015) **".
           PERFORM TOTAL-OUTSTANDING-CHECKS.
           PERFORM TOTAL-OUTSTANDING-EFT.
           PERFORM GET-BOOK-BALANCE.
           COMPUTE ADJUSTED-BANK-BALANCE = CLOSING-LEDGER
               - OUTSTANDING-CHECK-TOTAL - OUTSTANDING-EFT-TOTAL.
           COMPUTE ADJUSTED-BOOK-BALANCE =
               BOOK-BALANCE + BOOK-ADJUSTMENT.
           COMPUTE RECON-DIFFERENCE =
               ADJUSTED-BANK-BALANCE - ADJUSTED-BOOK-BALANCE.
           COMPUTE UNEXPLAINED-AMOUNT =
               RECON-DIFFERENCE - ITEMS-LEFT-NET.
           PERFORM PRINT-THE-RECONCILIATION.
           PERFORM STAMP-THE-ACCOUNT.
           ADD 1 TO ACCOUNTS-RECONCILED.

      *-------------------------------------------------------------
      * A register record belongs to this account when it carries
      * the account's code, or carries no code (written before
      * there were bank accounts) and this is the operating
      * account. Only what was issued by the statement date can
      * be outstanding on it.
      *-------------------------------------------------------------
       TOTAL-OUTSTANDING-CHECKS.
           MOVE ZEROES TO OUTSTANDING-CHECK-COUNT.
           MOVE ZEROES TO OUTSTANDING-CHECK-TOTAL.
           MOVE "N" TO REGISTER-FILE-AT-END.
           MOVE ZEROES TO CHKREG-CHECK-NO.
           START CHECK-REGISTER-FILE KEY NOT < CHKREG-CHECK-NO
               INVALID KEY
                   MOVE "Y" TO REGISTER-FILE-AT-END.
           PERFORM READ-NEXT-CHECK-REGISTER.
           PERFORM ADD-ONE-OUTSTANDING-CHECK
               UNTIL REGISTER-FILE-AT-END = "Y".

       READ-NEXT-CHECK-REGISTER.
           IF REGISTER-FILE-AT-END NOT = "Y"
               READ CHECK-REGISTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO REGISTER-FILE-AT-END.

       ADD-ONE-OUTSTANDING-CHECK.
           IF (CHKREG-IS-OUTSTANDING OR CHKREG-STOP-REQUESTED)
              AND CHKREG-ISSUE-DATE NOT > STATEMENT-DATE
              AND (CHKREG-BANK-ACCOUNT = STMT-BANK-CODE
                OR (CHKREG-BANK-ACCOUNT = SPACE
                    AND STMT-IS-OPERATING = "Y"))
               ADD 1 TO OUTSTANDING-CHECK-COUNT
               ADD CHKREG-AMOUNT TO OUTSTANDING-CHECK-TOTAL.
           PERFORM READ-NEXT-CHECK-REGISTER.

       TOTAL-OUTSTANDING-EFT.
           MOVE ZEROES TO OUTSTANDING-EFT-COUNT.
           MOVE ZEROES TO OUTSTANDING-EFT-TOTAL.
           MOVE "N" TO REGISTER-FILE-AT-END.
           MOVE LOW-VALUES TO EREG-KEY.
           START EFT-REGISTER-FILE KEY NOT < EREG-KEY
               INVALID KEY
                   MOVE "Y" TO REGISTER-FILE-AT-END.
           PERFORM READ-NEXT-EFT-REGISTER.
           PERFORM ADD-ONE-OUTSTANDING-EFT
               UNTIL REGISTER-FILE-AT-END = "Y".

       READ-NEXT-EFT-REGISTER.
           IF REGISTER-FILE-AT-END NOT = "Y"
               READ EFT-REGISTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO REGISTER-FILE-AT-END.

       ADD-ONE-OUTSTANDING-EFT.
           IF EREG-IS-OUTSTANDING
              AND EREG-ISSUE-DATE NOT > STATEMENT-DATE
              AND (EREG-BANK-ACCOUNT = STMT-BANK-CODE
                OR (EREG-BANK-ACCOUNT = SPACE
                    AND STMT-IS-OPERATING = "Y"))
               ADD 1 TO OUTSTANDING-EFT-COUNT
               ADD EREG-AMOUNT TO OUTSTANDING-EFT-TOTAL.
           PERFORM READ-NEXT-EFT-REGISTER.

      *-------------------------------------------------------------
      * The GL cash account's balance isn't kept here, so the
      * operator keys it from the GL - before this statement's
      * journal, which the reconciliation adds on itself.
      *-------------------------------------------------------------
       GET-BOOK-BALANCE.
           DISPLAY " ".
           DISPLAY "ACCOUNT " STMT-BANK-CODE " STATEMENT OF "
               STATEMENT-DATE.
           DISPLAY "ENTER THE GL CASH BOOK BALANCE OF ACCOUNT "
               STMT-GL-CASH.
           DISPLAY "AS OF " STATEMENT-DATE
               " BEFORE THIS STATEMENT'S JOURNAL".
           ACCEPT BOOK-BALANCE.

       PRINT-THE-RECONCILIATION.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "BANK CLOSING LEDGER BALANCE" TO PRINT-RECON-LABEL.
           MOVE CLOSING-LEDGER TO PRINT-RECON-AMOUNT.
           PERFORM PRINT-A-RECON-LINE.
           MOVE SPACE TO PRINT-RECON-LABEL.
           STRING "LESS OUTSTANDING CHECKS (" DELIMITED BY SIZE
                  OUTSTANDING-CHECK-COUNT DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO PRINT-RECON-LABEL.
           MOVE OUTSTANDING-CHECK-TOTAL TO PRINT-RECON-AMOUNT.
           PERFORM PRINT-A-RECON-LINE.
           MOVE SPACE TO PRINT-RECON-LABEL.
           STRING "LESS OUTSTANDING ACH/WIRES (" DELIMITED BY SIZE
                  OUTSTANDING-EFT-COUNT DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO PRINT-RECON-LABEL.
           MOVE OUTSTANDING-EFT-TOTAL TO PRINT-RECON-AMOUNT.
           PERFORM PRINT-A-RECON-LINE.
           MOVE "ADJUSTED BANK BALANCE" TO PRINT-RECON-LABEL.
           MOVE ADJUSTED-BANK-BALANCE TO PRINT-RECON-AMOUNT.
           PERFORM PRINT-A-RECON-LINE.
           MOVE "GL CASH BOOK BALANCE (KEYED)" TO PRINT-RECON-LABEL.
           MOVE BOOK-BALANCE TO PRINT-RECON-AMOUNT.
           PERFORM PRINT-A-RECON-LINE.
           MOVE "PLUS/LESS ITEMS JOURNALED THIS RUN"
               TO PRINT-RECON-LABEL.
           MOVE BOOK-ADJUSTMENT TO PRINT-RECON-AMOUNT.
           PERFORM PRINT-A-RECON-LINE.
           MOVE "ADJUSTED BOOK BALANCE" TO PRINT-RECON-LABEL.
           MOVE ADJUSTED-BOOK-BALANCE TO PRINT-RECON-AMOUNT.
           PERFORM PRINT-A-RECON-LINE.
           MOVE "DIFFERENCE (BANK LESS BOOK)" TO PRINT-RECON-LABEL.
           MOVE RECON-DIFFERENCE TO PRINT-RECON-AMOUNT.
           PERFORM PRINT-A-RECON-LINE.
           IF RECON-DIFFERENCE = ZEROES
               MOVE "RECONCILED - NO DIFFERENCE" TO PRINT-RESULT
               PERFORM PRINT-A-RESULT-LINE
           ELSE
               PERFORM PRINT-WHAT-IS-LEFT.

       PRINT-WHAT-IS-LEFT.
           MOVE SPACE TO PRINT-RECON-LABEL.
           STRING "EXPLAINED BY THE " DELIMITED BY SIZE
                  ITEMS-LEFT-COUNT DELIMITED BY SIZE
                  " ITEM(S) LISTED ABOVE" DELIMITED BY SIZE
               INTO PRINT-RECON-LABEL.
           MOVE ITEMS-LEFT-NET TO PRINT-RECON-AMOUNT.
           PERFORM PRINT-A-RECON-LINE.
           MOVE "NOT EXPLAINED - INVESTIGATE" TO PRINT-RECON-LABEL.
           MOVE UNEXPLAINED-AMOUNT TO PRINT-RECON-AMOUNT.
           PERFORM PRINT-A-RECON-LINE.
           IF UNEXPLAINED-AMOUNT = ZEROES
               MOVE "NOT RECONCILED - CLEAR THE ITEMS LISTED ABOVE"
                   TO PRINT-RESULT
           ELSE
               MOVE "NOT RECONCILED - DIFFERENCE NOT FULLY EXPLAINED"
                   TO PRINT-RESULT.
           PERFORM PRINT-A-RESULT-LINE.

       PRINT-A-RECON-LINE.
           MOVE RECON-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-A-RESULT-LINE.
           MOVE RESULT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       STAMP-THE-ACCOUNT.
           MOVE STMT-BANK-CODE TO BANK-ACCOUNT-CODE.
           READ BANK-ACCOUNT-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR READING BANK ACCOUNT "
                       STMT-BANK-CODE.
           MOVE STATEMENT-DATE TO BANK-LAST-BAI-DATE.
           REWRITE BANK-ACCOUNT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING BANK ACCOUNT RECORD".

       PRINT-THE-COUNTS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "ACCOUNTS RECONCILED" TO PRINT-COUNT-LABEL.
           MOVE ACCOUNTS-RECONCILED TO PRINT-COUNT.
           PERFORM PRINT-A-COUNT-LINE.
           MOVE "ACCOUNTS SKIPPED" TO PRINT-COUNT-LABEL.
           MOVE ACCOUNTS-SKIPPED TO PRINT-COUNT.
           PERFORM PRINT-A-COUNT-LINE.
           MOVE "CHECKS CLEARED" TO PRINT-COUNT-LABEL.
           MOVE CHECKS-CLEARED TO PRINT-COUNT.
           PERFORM PRINT-A-COUNT-LINE.
           MOVE "ACH/WIRE ENTRIES SETTLED" TO PRINT-COUNT-LABEL.
           MOVE ENTRIES-SETTLED TO PRINT-COUNT.
           PERFORM PRINT-A-COUNT-LINE.
           MOVE "ITEMS JOURNALED" TO PRINT-COUNT-LABEL.
           MOVE ITEMS-JOURNALED TO PRINT-COUNT.
           PERFORM PRINT-A-COUNT-LINE.
           MOVE "ITEMS BOOKED ELSEWHERE" TO PRINT-COUNT-LABEL.
           MOVE ITEMS-BOOKED-ELSEWHERE TO PRINT-COUNT.
           PERFORM PRINT-A-COUNT-LINE.
           MOVE "ITEMS NOT IN THE BAI CODE TABLE" TO PRINT-COUNT-LABEL.
           MOVE ITEMS-UNMAPPED TO PRINT-COUNT.
           PERFORM PRINT-A-COUNT-LINE.
           MOVE "ITEMS NOT MATCHED TO A REGISTER" TO PRINT-COUNT-LABEL.
           MOVE ITEMS-NOT-MATCHED TO PRINT-COUNT.
           PERFORM PRINT-A-COUNT-LINE.

       PRINT-A-COUNT-LINE.
           MOVE COUNT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

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
               DISPLAY "*** BANK STATEMENT BATCH OUT OF BALANCE ***"
               DISPLAY "DEBITS:  " BATCH-DEBIT-TOTAL
               DISPLAY "CREDITS: " BATCH-CREDIT-TOTAL
               DISPLAY "THE JOURNAL FILE WAS NOT WRITTEN"
           ELSE
               PERFORM WRITE-THE-BATCH
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
               "BAIEXP - GL BATCH " GL-BATCH-NUMBER.

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
           MOVE BATCH-DATE TO EXPORT-GL-BATCH-DATE.
           MOVE JOURNAL-AMOUNT (JOURNAL-SUB)
               TO EXPORT-GL-ACCOUNT-TOTAL.

       PRINT-THE-JOURNAL.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE GL-BATCH-NUMBER TO PRINT-BATCH-NUMBER.
           MOVE BATCH-TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE 1 TO JOURNAL-SUB.
           PERFORM PRINT-ONE-JOURNAL-LINE
               UNTIL JOURNAL-SUB > JOURNAL-LINE-COUNT.

       PRINT-ONE-JOURNAL-LINE.
           IF JOURNAL-AMOUNT (JOURNAL-SUB) NOT = ZEROES
               MOVE JOURNAL-ACCOUNT (JOURNAL-SUB) TO GL-ACCOUNT-NUMBER
               PERFORM READ-GLACCOUNT-RECORD
               MOVE JOURNAL-DEBIT-CREDIT (JOURNAL-SUB)
                   TO PRINT-JOURNAL-DC
               MOVE JOURNAL-ACCOUNT (JOURNAL-SUB)
                   TO PRINT-JOURNAL-ACCOUNT
               MOVE GL-ACCOUNT-NAME TO PRINT-JOURNAL-NAME
               MOVE JOURNAL-AMOUNT (JOURNAL-SUB)
                   TO PRINT-JOURNAL-AMOUNT
               MOVE JOURNAL-PRINT-LINE TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           ADD 1 TO JOURNAL-SUB.

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

       SAVE-CONTROL-RECORD.
           REWRITE CONTROL-RECORD
               INVALID KEY
                   WRITE CONTROL-RECORD
                       INVALID KEY
                       DISPLAY "ERROR WRITING CONTROL RECORD".

       LOG-CONTROL-CHANGE.
           MOVE "GLBATCH" TO CTLLOG-COUNTER-NAME.
           MOVE OLD-CONTROL-VALUE TO CTLLOG-OLD-VALUE.
           MOVE CONTROL-LAST-GL-BATCH TO CTLLOG-NEW-VALUE.
           MOVE "BAISTM01" TO CTLLOG-PROGRAM-ID.
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

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-BAI-CODE-RECORD.
           MOVE "Y" TO BAI-CODE-FOUND.
           READ BAI-CODE-FILE RECORD
               INVALID KEY
                   MOVE "N" TO BAI-CODE-FOUND.

       READ-REGISTER-RECORD.
           MOVE "Y" TO REGISTER-FOUND.
           READ CHECK-REGISTER-FILE RECORD
               INVALID KEY
                   MOVE "N" TO REGISTER-FOUND.

       REWRITE-REGISTER-RECORD.
           REWRITE CHECK-REGISTER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CHECK REGISTER RECORD".

       READ-EFT-REGISTER-RECORD.
           MOVE "Y" TO REGISTER-FOUND.
           READ EFT-REGISTER-FILE RECORD
               INVALID KEY
                   MOVE "N" TO REGISTER-FOUND.

       REWRITE-EFT-REGISTER-RECORD.
           REWRITE EFT-REGISTER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING EFT REGISTER RECORD".

       READ-GLACCOUNT-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ GLACCOUNT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
                   MOVE SPACES TO GL-ACCOUNT-NAME.

       WRITE-TO-PRINTER.
           WRITE PRINTER-RECORD.

           COPY "PLPRNT01.CBL".
