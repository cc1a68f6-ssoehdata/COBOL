       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. DEPRCN01.
      *
      *    Deposit reconciliation - every deposit batch on the
      *    Deposit Batch File (DEPREG01's counter deposits and
      *    LBXIMP01's lockbox deposits) matched against the
      *    bank's credit for it on the BAI2 prior-day statement
      *    (BAISTMT), the same file BAISTM01 imports for the
      *    payables side.
      *
      *    Each account on the statement (an 03 record) is found
      *    on the bank account file by BANK-POSPAY-ID, as
      *    BAISTM01 finds it. A detail item (a 16 record) is a
      *    customer deposit when BAIMNT01's table gives its type
      *    code the handling "D"; anything else on the statement
      *    is left to BAISTM01. A deposit credit is matched to a
      *    batch on the same account, made no later than the
      *    statement, that is still awaiting its credit - first
      *    by the customer reference the bank quotes (the
      *    deposit reference on our slip, or the bank's lockbox
      *    batch), then, failing that, by amount. The batch keeps
      *    the credit's date and amount and is marked matched,
      *    or marked as differing when the bank credited a
      *    different amount than we deposited.
      *
      *    The report lists every deposit credit with its batch
      *    and any difference, every credit with no batch to
      *    match, and then every batch still not credited by the
      *    latest statement date with the days it has been in
      *    transit. At the account's 49 trailer the account is
      *    stamped with the statement's as-of date, and a
      *    statement no later than that stamp is skipped if the
      *    file is run again.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           COPY "SLDPB01.CBL".
           COPY "SLBNK01.CBL".
           COPY "SLBAI01.CBL".
           COPY "SLPCFG01.CBL".
           SELECT BAI-STATEMENT-FILE
               ASSIGN TO "BAISTMT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPOSIT-RECON-REPORT
               ASSIGN DYNAMIC OUTPUT-DESTINATION.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
           COPY "FDDPB01.CBL".
      *
           COPY "FDBNK01.CBL".
      *
           COPY "FDBAI01.CBL".
      *
           COPY "FDPCFG01.CBL".
      *
       FD  BAI-STATEMENT-FILE
           LABEL RECORDS ARE OMITTED.
       01  BAI-STATEMENT-RECORD        PIC X(200).
      *
       FD  DEPOSIT-RECON-REPORT.
      *
       01  PRINT-AREA      PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  STATEMENT-EOF-SWITCH    PIC X   VALUE "N".
           05  BANK-EOF-SWITCH         PIC X.
           05  BATCH-EOF-SWITCH        PIC X.
           05  BANK-FOUND-SWITCH       PIC X.
           05  BAI-CODE-FOUND-SWITCH   PIC X.
           05  BATCH-MATCHED-SWITCH    PIC X.
           05  ACCOUNT-ACTIVE-SWITCH   PIC X   VALUE "N".
      *
       01  PARAMETER-FIELDS.
           05  OUTPUT-DESTINATION      PIC X(60)     VALUE
               "C:\gnuCobol\COBOL\DATA\DEPRCN.PRN".
           05  DESTINATION-ENTRY       PIC X(60)     VALUE SPACE.
      *
      *    A BAI2 record is fields separated by commas and ended
      *    by a slash, split into this table as BAISTM01 splits
      *    it.
      *
       01  STATEMENT-RECORD-FIELDS.
           05  STMT-FIELD              OCCURS 20 TIMES
                                       PIC X(30).
      *
       01  STATEMENT-FIELDS.
           05  FIELD-SUB               PIC 9(3).
           05  FIELD-LIMIT             PIC 9(3)      VALUE 20.
           05  STMT-RECORD-CODE        PIC X(2).
           05  FUNDS-TYPE              PIC X(1).
           05  FUNDS-PAIRS             PIC 9(3).
           05  STMT-AS-OF-YYMMDD       PIC 9(6).
           05  STMT-AS-OF-PARTS REDEFINES STMT-AS-OF-YYMMDD.
               10  STMT-AS-OF-YY       PIC 9(2).
               10  STMT-AS-OF-MMDD     PIC 9(4).
           05  STATEMENT-DATE          PIC 9(8)      VALUE ZERO.
           05  LATEST-STATEMENT-DATE   PIC 9(8)      VALUE ZERO.
           05  STMT-ACCOUNT-NUMBER     PIC X(10).
           05  STMT-BANK-CODE          PIC X(3).
      *
       01  ITEM-FIELDS.
           05  ITEM-TYPE-CODE          PIC 9(3).
           05  ITEM-AMOUNT             PIC S9(9)V99.
           05  ITEM-CUSTOMER-REF       PIC X(30).
           05  ITEM-REFERENCE          PIC 9(10).
           05  ITEM-DIFFERENCE         PIC S9(9)V99.
           05  MATCH-PASS              PIC X(1).
               88  MATCH-BY-REFERENCE  VALUE "R".
               88  MATCH-BY-AMOUNT     VALUE "A".
      *
       01  CALCULATED-FIELDS.
           05  TODAY-DATE              PIC 9(8).
           05  DAYS-IN-TRANSIT         PIC S9(5).
      *
       01  COUNT-FIELDS.
           05  ACCOUNTS-RECONCILED     PIC 9(5)       VALUE ZERO.
           05  ACCOUNTS-SKIPPED        PIC 9(5)       VALUE ZERO.
           05  CREDITS-MATCHED         PIC 9(5)       VALUE ZERO.
           05  CREDITS-DIFFERING       PIC 9(5)       VALUE ZERO.
           05  CREDITS-UNMATCHED       PIC 9(5)       VALUE ZERO.
           05  BATCHES-OUTSTANDING     PIC 9(5)       VALUE ZERO.
      *
       01  TOTAL-FIELDS.
           05  MATCHED-AMOUNT          PIC S9(9)V99   VALUE ZERO.
           05  DIFFERING-AMOUNT        PIC S9(9)V99   VALUE ZERO.
           05  NET-DIFFERENCE          PIC S9(9)V99   VALUE ZERO.
           05  UNMATCHED-AMOUNT        PIC S9(9)V99   VALUE ZERO.
           05  OUTSTANDING-AMOUNT      PIC S9(9)V99   VALUE ZERO.
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
               "DEPOSIT RECONCILIATI".
           05  FILLER          PIC X(20)   VALUE "ON".
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
           05  FILLER          PIC X(10)   VALUE "DEPRCN01".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "ACCT BATCH   DEP. DA".
           05  FILLER      PIC X(20)   VALUE "TE   REFERENCE  DEPO".
           05  FILLER      PIC X(20)   VALUE "SIT AMOUNT  CREDIT D".
           05  FILLER      PIC X(20)   VALUE "ATE CREDIT AMOUNT   ".
           05  FILLER      PIC X(20)   VALUE "  DIFFERENCE   NOTE ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  ACCOUNT-LINE.
           05  FILLER                   PIC X(19)      VALUE
               "STATEMENT ACCOUNT: ".
           05  ACL-BANK-ACCOUNT         PIC X(3).
           05  FILLER                   PIC X(1)       VALUE SPACE.
           05  ACL-BANK-ACCOUNT-NAME    PIC X(30).
           05  FILLER                   PIC X(9)       VALUE
               "  NUMBER ".
           05  ACL-ACCOUNT-NUMBER       PIC X(10).
           05  FILLER                   PIC X(8)       VALUE
               "  AS OF ".
           05  ACL-AS-OF-DATE           PIC X(10).
           05  FILLER                   PIC X(42)      VALUE SPACE.
      *
       01  SECTION-LINE.
           05  FILLER                   PIC X(40)      VALUE
               "DEPOSITS NOT YET CREDITED BY THE BANK AS".
           05  FILLER                   PIC X(4)       VALUE " OF ".
           05  SCL-AS-OF-DATE           PIC X(10).
           05  FILLER                   PIC X(78)      VALUE SPACE.
      *
       01  RECON-LINE.
           05  RL-BANK-ACCOUNT          PIC X(3).
           05  FILLER                   PIC X(2)       VALUE SPACE.
           05  RL-BATCH-NUMBER          PIC X(6).
           05  FILLER                   PIC X(2)       VALUE SPACE.
           05  RL-DEPOSIT-DATE          PIC X(10).
           05  FILLER                   PIC X(2)       VALUE SPACE.
           05  RL-REFERENCE             PIC X(10).
           05  FILLER                   PIC X(2)       VALUE SPACE.
           05  RL-DEPOSIT-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2)       VALUE SPACE.
           05  RL-CREDIT-DATE           PIC X(10).
           05  FILLER                   PIC X(2)       VALUE SPACE.
           05  RL-CREDIT-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2)       VALUE SPACE.
           05  RL-DIFFERENCE            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(2)       VALUE SPACE.
           05  RL-NOTE                  PIC X(32).
           05  FILLER                   PIC X(5)       VALUE SPACE.
      *
       01  TRANSIT-NOTE.
           05  FILLER                   PIC X(11)      VALUE
               "IN TRANSIT ".
           05  TN-DAYS                  PIC ZZZ9.
           05  FILLER                   PIC X(5)       VALUE " DAYS".
      *
       01  TOTAL-LINE.
           05  TL-LABEL                 PIC X(32).
           05  TL-COUNT                 PIC ZZZZ9.
           05  FILLER                   PIC X(1)       VALUE SPACE.
           05  TL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(79)      VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-RECONCILE-DEPOSITS.
      *
           PERFORM 105-ACCEPT-OUTPUT-DESTINATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 115-READ-PRINT-CONFIG.
           PERFORM 100-FORMAT-REPORT-HEADING.
           OPEN INPUT  BAI-STATEMENT-FILE
                       BAI-CODE-FILE
                I-O    BANK-ACCOUNT-FILE
                       DEPOSIT-BATCH-FILE
                OUTPUT DEPOSIT-RECON-REPORT.
           PERFORM 295-PRINT-HEADING-LINES.
           PERFORM 160-READ-STATEMENT-RECORD.
           PERFORM 200-PROCESS-STATEMENT-RECORD
               UNTIL STATEMENT-EOF-SWITCH = "Y".
           IF ACCOUNT-ACTIVE-SWITCH = "Y"
               DISPLAY "** ACCOUNT " STMT-BANK-CODE
                   " HAS NO 49 TRAILER - NOT MARKED RECONCILED **".
           PERFORM 400-LIST-OUTSTANDING-BATCHES.
           PERFORM 490-PRINT-RECON-TOTALS.
           CLOSE BAI-STATEMENT-FILE
                 BAI-CODE-FILE
                 BANK-ACCOUNT-FILE
                 DEPOSIT-BATCH-FILE
                 DEPOSIT-RECON-REPORT.
           DISPLAY ACCOUNTS-RECONCILED " ACCOUNT(S) RECONCILED, "
               ACCOUNTS-SKIPPED " SKIPPED".
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
       160-READ-STATEMENT-RECORD.
      *
           READ BAI-STATEMENT-FILE
               AT END
                   MOVE "Y" TO STATEMENT-EOF-SWITCH.
      *
      *    Only the group header, the account header and trailer
      *    and the detail items matter here; balance summaries
      *    and continuation records are BAISTM01's business.
      *
       200-PROCESS-STATEMENT-RECORD.
      *
           PERFORM 205-SPLIT-THE-RECORD.
           IF STMT-RECORD-CODE = "02"
               PERFORM 210-START-THE-GROUP
           ELSE
           IF STMT-RECORD-CODE = "03"
               PERFORM 220-START-THE-ACCOUNT
           ELSE
           IF STMT-RECORD-CODE = "16"
               AND ACCOUNT-ACTIVE-SWITCH = "Y"
               PERFORM 240-PROCESS-ONE-ITEM
           ELSE
           IF STMT-RECORD-CODE = "49"
               AND ACCOUNT-ACTIVE-SWITCH = "Y"
               PERFORM 230-FINISH-THE-ACCOUNT.
           PERFORM 160-READ-STATEMENT-RECORD.
      *
       205-SPLIT-THE-RECORD.
      *
           MOVE SPACE TO STATEMENT-RECORD-FIELDS.
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
      *
      *    The as-of date is YYMMDD; years 00-49 are 20xx.
      *
       210-START-THE-GROUP.
      *
           MOVE STMT-FIELD (5) TO STMT-AS-OF-YYMMDD.
           IF STMT-AS-OF-YY < 50
               COMPUTE STATEMENT-DATE = 20000000 + STMT-AS-OF-YYMMDD
           ELSE
               COMPUTE STATEMENT-DATE = 19000000 + STMT-AS-OF-YYMMDD.
           IF STATEMENT-DATE > LATEST-STATEMENT-DATE
               MOVE STATEMENT-DATE TO LATEST-STATEMENT-DATE.
      *
       220-START-THE-ACCOUNT.
      *
           IF ACCOUNT-ACTIVE-SWITCH = "Y"
               DISPLAY "** ACCOUNT " STMT-BANK-CODE
                   " HAS NO 49 TRAILER - NOT MARKED RECONCILED **".
           MOVE "N" TO ACCOUNT-ACTIVE-SWITCH.
           MOVE STMT-FIELD (2) TO STMT-ACCOUNT-NUMBER.
           PERFORM 222-FIND-STATEMENT-ACCOUNT.
           IF BANK-FOUND-SWITCH = "Y"
               AND BANK-LAST-DEPOSIT-RECON NOT NUMERIC
               MOVE ZEROES TO BANK-LAST-DEPOSIT-RECON.
           IF BANK-FOUND-SWITCH = "N"
               ADD 1 TO ACCOUNTS-SKIPPED
               DISPLAY "** STATEMENT ACCOUNT " STMT-ACCOUNT-NUMBER
                   " IS NOT ON THE BANK FILE - SKIPPED **"
           ELSE
           IF BANK-LAST-DEPOSIT-RECON NOT < STATEMENT-DATE
               ADD 1 TO ACCOUNTS-SKIPPED
               DISPLAY "** ACCOUNT " BANK-ACCOUNT-CODE
                   " DEPOSITS ALREADY RECONCILED THROUGH "
                   BANK-LAST-DEPOSIT-RECON " - SKIPPED **"
           ELSE
               PERFORM 226-OPEN-THE-ACCOUNT.
      *
      *    The bank file is keyed by our code, so the account
      *    number is found by reading through it.
      *
       222-FIND-STATEMENT-ACCOUNT.
      *
           MOVE "N" TO BANK-FOUND-SWITCH.
           MOVE "N" TO BANK-EOF-SWITCH.
           MOVE SPACE TO BANK-ACCOUNT-CODE.
           START BANK-ACCOUNT-FILE KEY NOT < BANK-ACCOUNT-CODE
               INVALID KEY
                   MOVE "Y" TO BANK-EOF-SWITCH.
           PERFORM 223-READ-NEXT-BANK-ACCOUNT.
           PERFORM 224-CHECK-ONE-BANK-ACCOUNT
               UNTIL BANK-EOF-SWITCH = "Y"
                  OR BANK-FOUND-SWITCH = "Y".
      *
       223-READ-NEXT-BANK-ACCOUNT.
      *
           IF BANK-EOF-SWITCH NOT = "Y"
               READ BANK-ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BANK-EOF-SWITCH.
      *
       224-CHECK-ONE-BANK-ACCOUNT.
      *
           IF BANK-POSPAY-ID = STMT-ACCOUNT-NUMBER
               MOVE "Y" TO BANK-FOUND-SWITCH
           ELSE
               PERFORM 223-READ-NEXT-BANK-ACCOUNT.
      *
       226-OPEN-THE-ACCOUNT.
      *
           MOVE "Y" TO ACCOUNT-ACTIVE-SWITCH.
           MOVE BANK-ACCOUNT-CODE TO STMT-BANK-CODE.
           IF LINE-COUNT > LINES-ON-PAGE - 3
               PERFORM 295-PRINT-HEADING-LINES.
           MOVE BANK-ACCOUNT-CODE TO ACL-BANK-ACCOUNT.
           MOVE BANK-ACCOUNT-NAME TO ACL-BANK-ACCOUNT-NAME.
           MOVE STMT-ACCOUNT-NUMBER TO ACL-ACCOUNT-NUMBER.
           MOVE STATEMENT-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO ACL-AS-OF-DATE.
           MOVE ACCOUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.
      *
       230-FINISH-THE-ACCOUNT.
      *
           MOVE STMT-BANK-CODE TO BANK-ACCOUNT-CODE.
           MOVE "Y" TO BANK-FOUND-SWITCH.
           READ BANK-ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO BANK-FOUND-SWITCH.
           IF BANK-FOUND-SWITCH = "Y"
               MOVE STATEMENT-DATE TO BANK-LAST-DEPOSIT-RECON
               PERFORM 232-REWRITE-BANK-ACCOUNT.
           ADD 1 TO ACCOUNTS-RECONCILED.
           MOVE "N" TO ACCOUNT-ACTIVE-SWITCH.
      *
       232-REWRITE-BANK-ACCOUNT.
      *
           REWRITE BANK-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING BANK ACCOUNT "
                       BANK-ACCOUNT-CODE.
      *
      *    16,type,amount,funds type[,availability],bank
      *    reference,customer reference,text. Funds type S
      *    carries three availability amounts, V a value date and
      *    time, and D a count of day/amount pairs.
      *
       240-PROCESS-ONE-ITEM.
      *
           COMPUTE ITEM-TYPE-CODE =
               FUNCTION NUMVAL(STMT-FIELD (2)).
           COMPUTE ITEM-AMOUNT =
               FUNCTION NUMVAL(STMT-FIELD (3)) / 100.
           MOVE STMT-FIELD (4) TO FUNDS-TYPE.
           MOVE 5 TO FIELD-SUB.
           IF FUNDS-TYPE = "S"
               ADD 3 TO FIELD-SUB
           ELSE
           IF FUNDS-TYPE = "V"
               ADD 2 TO FIELD-SUB
           ELSE
           IF FUNDS-TYPE = "D"
               PERFORM 242-SKIP-DISTRIBUTED-FUNDS.
           IF FIELD-SUB < FIELD-LIMIT
               MOVE STMT-FIELD (FIELD-SUB + 1) TO ITEM-CUSTOMER-REF
           ELSE
               MOVE SPACE TO ITEM-CUSTOMER-REF.
           COMPUTE ITEM-REFERENCE =
               FUNCTION NUMVAL(ITEM-CUSTOMER-REF).
           MOVE ITEM-TYPE-CODE TO BAI-TYPE-CODE.
           MOVE "Y" TO BAI-CODE-FOUND-SWITCH.
           READ BAI-CODE-FILE
               INVALID KEY
                   MOVE "N" TO BAI-CODE-FOUND-SWITCH.
           IF BAI-CODE-FOUND-SWITCH = "Y"
               IF BAI-CUSTOMER-DEPOSIT AND BAI-IS-CREDIT
                   PERFORM 250-MATCH-THE-CREDIT.
      *
       242-SKIP-DISTRIBUTED-FUNDS.
      *
           COMPUTE FUNDS-PAIRS =
               FUNCTION NUMVAL(STMT-FIELD (FIELD-SUB)).
           IF FUNDS-PAIRS > 7
               MOVE 7 TO FUNDS-PAIRS.
           COMPUTE FIELD-SUB = FIELD-SUB + 1 + (FUNDS-PAIRS * 2).
      *
      *    By the reference the bank quotes first; a credit whose
      *    reference matches nothing is tried on its amount.
      *
       250-MATCH-THE-CREDIT.
      *
           MOVE "N" TO BATCH-MATCHED-SWITCH.
           IF ITEM-REFERENCE NOT = ZERO
               MOVE "R" TO MATCH-PASS
               PERFORM 260-SCAN-THE-BATCHES.
           IF BATCH-MATCHED-SWITCH = "N"
               MOVE "A" TO MATCH-PASS
               PERFORM 260-SCAN-THE-BATCHES.
           IF BATCH-MATCHED-SWITCH = "Y"
               PERFORM 270-RECORD-THE-MATCH
           ELSE
               PERFORM 280-LIST-UNMATCHED-CREDIT.
      *
       260-SCAN-THE-BATCHES.
      *
           MOVE "N" TO BATCH-EOF-SWITCH.
           MOVE ZEROES TO DB-BATCH-NUMBER.
           START DEPOSIT-BATCH-FILE KEY NOT < DB-BATCH-NUMBER
               INVALID KEY
                   MOVE "Y" TO BATCH-EOF-SWITCH.
           PERFORM 262-READ-NEXT-BATCH.
           PERFORM 264-CHECK-ONE-BATCH
               UNTIL BATCH-EOF-SWITCH = "Y"
                  OR BATCH-MATCHED-SWITCH = "Y".
      *
       262-READ-NEXT-BATCH.
      *
           IF BATCH-EOF-SWITCH NOT = "Y"
               READ DEPOSIT-BATCH-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BATCH-EOF-SWITCH.
      *
      *    A batch can only be credited on a statement dated on
      *    or after the day it was deposited.
      *
       264-CHECK-ONE-BATCH.
      *
           IF DB-BANK-ACCOUNT = STMT-BANK-CODE
               AND DB-AWAITING-CREDIT
               AND DB-DEPOSIT-DATE NOT > STATEMENT-DATE
               PERFORM 266-TRY-THE-BATCH.
           IF BATCH-MATCHED-SWITCH = "N"
               PERFORM 262-READ-NEXT-BATCH.
      *
       266-TRY-THE-BATCH.
      *
           IF MATCH-BY-REFERENCE
               AND DB-BANK-REFERENCE = ITEM-REFERENCE
               MOVE "Y" TO BATCH-MATCHED-SWITCH.
           IF MATCH-BY-AMOUNT
               AND DB-DEPOSIT-AMOUNT = ITEM-AMOUNT
               MOVE "Y" TO BATCH-MATCHED-SWITCH.
      *
       270-RECORD-THE-MATCH.
      *
           MOVE STATEMENT-DATE TO DB-CREDIT-DATE.
           MOVE ITEM-AMOUNT TO DB-CREDIT-AMOUNT.
           COMPUTE ITEM-DIFFERENCE = ITEM-AMOUNT - DB-DEPOSIT-AMOUNT.
           PERFORM 275-FILL-BATCH-COLUMNS.
           IF ITEM-DIFFERENCE = ZERO
               MOVE "M" TO DB-RECON-STATUS
               ADD 1 TO CREDITS-MATCHED
               ADD ITEM-AMOUNT TO MATCHED-AMOUNT
               MOVE "MATCHED" TO RL-NOTE
           ELSE
               MOVE "D" TO DB-RECON-STATUS
               ADD 1 TO CREDITS-DIFFERING
               ADD ITEM-AMOUNT TO DIFFERING-AMOUNT
               ADD ITEM-DIFFERENCE TO NET-DIFFERENCE
               MOVE "** CREDIT DIFFERS FROM DEPOSIT" TO RL-NOTE.
           IF MATCH-BY-AMOUNT
               MOVE "MATCHED ON AMOUNT - NO REFERENCE" TO RL-NOTE.
           PERFORM 272-REWRITE-DEPOSIT-BATCH.
           MOVE STATEMENT-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO RL-CREDIT-DATE.
           MOVE ITEM-AMOUNT TO RL-CREDIT-AMOUNT.
           MOVE ITEM-DIFFERENCE TO RL-DIFFERENCE.
           PERFORM 285-PRINT-RECON-LINE.
      *
       272-REWRITE-DEPOSIT-BATCH.
      *
           REWRITE DEPOSIT-BATCH-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING DEPOSIT BATCH "
                       DB-BATCH-NUMBER.
      *
       275-FILL-BATCH-COLUMNS.
      *
           MOVE SPACES TO RECON-LINE.
           MOVE DB-BANK-ACCOUNT TO RL-BANK-ACCOUNT.
           MOVE DB-BATCH-NUMBER TO RL-BATCH-NUMBER.
           MOVE DB-DEPOSIT-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO RL-DEPOSIT-DATE.
           MOVE DB-BANK-REFERENCE TO RL-REFERENCE.
           MOVE DB-DEPOSIT-AMOUNT TO RL-DEPOSIT-AMOUNT.
      *
      *    Money the bank credited that no deposit of ours
      *    accounts for - the whole credit is the difference.
      *
       280-LIST-UNMATCHED-CREDIT.
      *
           ADD 1 TO CREDITS-UNMATCHED.
           ADD ITEM-AMOUNT TO UNMATCHED-AMOUNT.
           MOVE SPACES TO RECON-LINE.
           MOVE STMT-BANK-CODE TO RL-BANK-ACCOUNT.
           MOVE ITEM-CUSTOMER-REF TO RL-REFERENCE.
           MOVE STATEMENT-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO RL-CREDIT-DATE.
           MOVE ITEM-AMOUNT TO RL-CREDIT-AMOUNT.
           MOVE ITEM-AMOUNT TO RL-DIFFERENCE.
           MOVE "** NO DEPOSIT BATCH FOR CREDIT" TO RL-NOTE.
           PERFORM 285-PRINT-RECON-LINE.
      *
       285-PRINT-RECON-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 295-PRINT-HEADING-LINES.
           MOVE RECON-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           ADD SPACE-CONTROL TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
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
      *    Every batch, on any account, deposited by the latest
      *    statement date and still not credited - in transit,
      *    or lost. With no statement on the file, as of today.
      *
       400-LIST-OUTSTANDING-BATCHES.
      *
           IF LATEST-STATEMENT-DATE = ZERO
               MOVE TODAY-DATE TO LATEST-STATEMENT-DATE.
           IF LINE-COUNT > LINES-ON-PAGE - 3
               PERFORM 295-PRINT-HEADING-LINES.
           MOVE LATEST-STATEMENT-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO SCL-AS-OF-DATE.
           MOVE SECTION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
           ADD 3 TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.
           MOVE "N" TO BATCH-EOF-SWITCH.
           MOVE "N" TO BATCH-MATCHED-SWITCH.
           MOVE ZEROES TO DB-BATCH-NUMBER.
           START DEPOSIT-BATCH-FILE KEY NOT < DB-BATCH-NUMBER
               INVALID KEY
                   MOVE "Y" TO BATCH-EOF-SWITCH.
           PERFORM 262-READ-NEXT-BATCH.
           PERFORM 410-CHECK-OUTSTANDING-BATCH
               UNTIL BATCH-EOF-SWITCH = "Y".
      *
       410-CHECK-OUTSTANDING-BATCH.
      *
           IF DB-AWAITING-CREDIT
               AND DB-DEPOSIT-DATE NOT > LATEST-STATEMENT-DATE
               PERFORM 420-LIST-OUTSTANDING-BATCH.
           PERFORM 262-READ-NEXT-BATCH.
      *
       420-LIST-OUTSTANDING-BATCH.
      *
           ADD 1 TO BATCHES-OUTSTANDING.
           ADD DB-DEPOSIT-AMOUNT TO OUTSTANDING-AMOUNT.
           PERFORM 275-FILL-BATCH-COLUMNS.
           COMPUTE DAYS-IN-TRANSIT =
               FUNCTION INTEGER-OF-DATE(LATEST-STATEMENT-DATE) -
               FUNCTION INTEGER-OF-DATE(DB-DEPOSIT-DATE).
           MOVE DAYS-IN-TRANSIT TO TN-DAYS.
           MOVE TRANSIT-NOTE TO RL-NOTE.
           PERFORM 285-PRINT-RECON-LINE.
      *
       490-PRINT-RECON-TOTALS.
      *
           IF LINE-COUNT > LINES-ON-PAGE - 6
               PERFORM 295-PRINT-HEADING-LINES.
           MOVE "CREDITS MATCHED:" TO TL-LABEL.
           MOVE CREDITS-MATCHED TO TL-COUNT.
           MOVE MATCHED-AMOUNT TO TL-AMOUNT.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE "CREDITS DIFFERING FROM DEPOSIT:" TO TL-LABEL.
           MOVE CREDITS-DIFFERING TO TL-COUNT.
           MOVE DIFFERING-AMOUNT TO TL-AMOUNT.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "    NET OF THE DIFFERENCES:" TO TL-LABEL.
           MOVE CREDITS-DIFFERING TO TL-COUNT.
           MOVE NET-DIFFERENCE TO TL-AMOUNT.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "CREDITS WITH NO DEPOSIT BATCH:" TO TL-LABEL.
           MOVE CREDITS-UNMATCHED TO TL-COUNT.
           MOVE UNMATCHED-AMOUNT TO TL-AMOUNT.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "DEPOSITS NOT YET CREDITED:" TO TL-LABEL.
           MOVE BATCHES-OUTSTANDING TO TL-COUNT.
           MOVE OUTSTANDING-AMOUNT TO TL-AMOUNT.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       700-EDIT-THE-DATE.
      *
           MOVE DW-MONTH TO ED-MONTH.
           MOVE DW-DAY TO ED-DAY.
           MOVE DW-YEAR TO ED-YEAR.
