       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CMACR01.
      *
      *    Month-end accrued commission liability - the estimate
      *    the controller used to book by hand because commission
      *    only reached the books when CMSTMT01 wrote the payout
      *    voucher, a month after the sales that earned it. For
      *    the period keyed (CCYYMM), every rep whose statement
      *    for it has not yet been run is worked out exactly as
      *    CMSTMT01 will work it: sales apportioned over the
      *    Commission Split File, billed reps paid marginally
      *    through their volume tiers, cash reps line by line on
      *    the collections applied in the period, the branch
      *    manager's override on the rest of the branch's sales,
      *    less the period's chargebacks and any balance carried
      *    in, less what the statement will recover toward a
      *    recoverable draw (already expensed when DRWPAY01 paid
      *    it). What is left is accrued: one balanced batch in
      *    the sales journal format (COMMACR.CSV) debits the
      *    commission expense account branch by branch and
      *    credits accrued commissions payable, under the next
      *    SALESGLB.DAT batch number, kept on the Sales GL Batch
      *    File for STXCNF01 to confirm. Each rep's accrual goes
      *    on the Commission Accrual File, so a rerun never
      *    accrues a rep twice, and CMSTMT01 reverses it the
      *    moment it records the rep's statement and the payout
      *    voucher takes over. The detail report lists every rep
      *    accrued, and every one passed over with why, then the
      *    accrual branch by branch for the close binder.
      *    Run this from the A/P data directory, where the GL
      *    chart of accounts the two accounts are checked
      *    against is kept.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           COPY "SLCUST01.CBL".
           COPY "SLCOMM01.CBL".
           COPY "SLSPLIT01.CBL".
           COPY "SLCRA01.CBL".
           COPY "SLSTRX01.CBL".
           COPY "SLCMH01.CBL".
           COPY "SLREP01.CBL".
           COPY "SLBRN01.CBL".
           COPY "SLCAC01.CBL".
           COPY "SLSGB01.CBL".
           SELECT OPTIONAL BATCH-CONTROL-FILE ASSIGN TO
               "C:\gnuCobol\COBOL\DATA\SALESGLB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCRUAL-JOURNAL-FILE ASSIGN TO
               "C:\gnuCobol\COBOL\DATA\COMMACR.CSV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCRUAL-REPORT ASSIGN DYNAMIC OUTPUT-DESTINATION.

           COPY "SLGLACT01.CBL".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
           COPY "FDCUST01.CBL".
      *
           COPY "FDCOMM01.CBL".
      *
           COPY "FDSPLIT01.CBL".
      *
           COPY "FDCRA01.CBL".
      *
           COPY "FDSTRX01.CBL".
      *
           COPY "FDCMH01.CBL".
      *
           COPY "FDREP01.CBL".
      *
           COPY "FDBRN01.CBL".
      *
           COPY "FDCAC01.CBL".
      *
           COPY "FDSGB01.CBL".
      *
       FD  BATCH-CONTROL-FILE.
       01  BATCH-CONTROL-RECORD.
           05  BC-LAST-GL-BATCH        PIC 9(6).
      *
       FD  ACCRUAL-JOURNAL-FILE.
       01  ACCRUAL-JOURNAL-RECORD.
           05  EX-DEBIT-CREDIT         PIC X.
           05  FILLER                  PIC X       VALUE ",".
           05  EX-ACCOUNT              PIC 9(6).
           05  FILLER                  PIC X       VALUE ",".
           05  EX-BRANCH               PIC 9(2).
           05  FILLER                  PIC X       VALUE ",".
           05  EX-BATCH                PIC 9(6).
           05  FILLER                  PIC X       VALUE ",".
           05  EX-AMOUNT               PIC -(8)9.99.
      *
       FD  ACCRUAL-REPORT.
      *
       01  PRINT-AREA      PIC X(132).
      *
           COPY "FDGLACT01.CBL".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH      PIC X   VALUE "N".
           05  RATE-FOUND-SWITCH        PIC X   VALUE "N".
           05  ACCOUNT-FOUND-SWITCH     PIC X   VALUE "N".
           05  SPLIT-FOUND-SWITCH       PIC X   VALUE "N".
           05  CASHAPP-EOF-SWITCH       PIC X   VALUE "N".
           05  CUSTOMER-FOUND-SWITCH    PIC X   VALUE "N".
           05  TRANSACTION-EOF-SWITCH   PIC X   VALUE "N".
           05  HISTORY-EOF-SWITCH       PIC X   VALUE "N".
           05  HISTORY-FOUND-SWITCH     PIC X   VALUE "N".
           05  ORIGINAL-FOUND-SWITCH    PIC X   VALUE "N".
           05  PAID-INVOICE-FOUND-SWITCH
                                        PIC X   VALUE "N".
           05  REP-FOUND-SWITCH         PIC X   VALUE "N".
           05  BRANCH-FOUND-SWITCH      PIC X   VALUE "N".
           05  ACCRUAL-FOUND-SWITCH     PIC X   VALUE "N".
           05  CONTROL-EOF-SWITCH       PIC X   VALUE "N".
      *
       01  PARAMETER-FIELDS.
           05  OUTPUT-DESTINATION      PIC X(60)     VALUE
               "C:\gnuCobol\COBOL\DATA\CMACR.PRN".
           05  DESTINATION-ENTRY       PIC X(60)     VALUE SPACE.
           05  EXPENSE-ACCOUNT         PIC 9(6).
           05  PAYABLE-ACCOUNT         PIC 9(6).
           05  STATEMENT-PERIOD        PIC 9(6).
           05  FILLER REDEFINES STATEMENT-PERIOD.
               10  STMT-YEAR           PIC 9(4).
               10  STMT-MONTH          PIC 9(2).
      *
       01  CONSTANTS.
           05  DEFAULT-COMMISSION-RATE PIC V9(4)   VALUE .1200.
           05  DEFAULT-TIER-NUMBER     PIC 9(2)    VALUE ZERO.
      *
      *    One sales bucket per rep number (slot = rep + 1),
      *    filled by the apportionment pass - whole customers to
      *    the rep on the customer record, split customers by
      *    the shares on the Commission Split File. A cash-basis
      *    rep's commission is summed line by line as the cash is
      *    apportioned, at the rate on the rep's rate record, the
      *    way CMSTMT01 foots it on the statement.
      *
       01  REP-BUCKET-FIELDS.
           05  REP-SALES-BUCKET OCCURS 100 TIMES
                                       PIC S9(9)V99.
           05  REP-CASH-COMMISSION OCCURS 100 TIMES
                                       PIC S9(7)V99.
           05  REP-CASH-RATE OCCURS 100 TIMES
                                       PIC V9(4).
           05  BUCKET-SUB              PIC 9(3) COMP.
           05  SPLIT-SUB               PIC 9 COMP.
           05  ALLOCATED-SALES         PIC S9(7)V99.
           05  CUSTOMER-SHARE-PERCENT  PIC 9(3).
           05  CURRENT-REP             PIC 9(2).
           05  APPORTION-AMOUNT        PIC S9(7)V99.
           05  COLLECTED-SALES         PIC S9(7)V99.
           05  APPORTION-BASIS         PIC X.
           05  LINE-COMMISSION         PIC S9(7)V99.
      *
       01  REP-BASIS-TABLE.
           05  REP-BASIS OCCURS 100 TIMES
                                       PIC X.
               88  REP-PAID-ON-CASH    VALUE "C".
      *
       01  REP-CHARGEBACK-FIELDS.
           05  REP-CHARGEBACK-BUCKET OCCURS 100 TIMES
                                       PIC S9(7)V99.
           05  REP-CARRIED-IN OCCURS 100 TIMES
                                       PIC S9(7)V99.
           05  SAVED-TRANSACTION-KEY.
               10  SAVED-CUSTOMER-NUMBER
                                       PIC 9(5).
               10  SAVED-INVOICE-NUMBER
                                       PIC X(8).
           05  CHARGEBACK-ORIGINAL     PIC X(8).
           05  CHARGEBACK-BASIS        PIC X.
           05  CHARGEBACK-AMOUNT       PIC S9(7)V99.
           05  CHARGEBACK-REP          PIC 9(2).
           05  ORIGINAL-PERIOD         PIC 9(6).
           05  ORIGINAL-RATE           PIC V9(4).
           05  SHARE-CHARGEBACK        PIC S9(7)V99.
      *
       01  TIER-WORK-FIELDS.
           05  TIERS-IN-PLAY           PIC X.
           05  TIER-SUB                PIC 9 COMP.
           05  TIER-LOWER              PIC S9(9)V99.
           05  TIER-SLICE              PIC S9(9)V99.
      *
       01  REP-OVERRIDE-FIELDS.
           05  REP-MANAGER OCCURS 100 TIMES
                                       PIC 9(2).
           05  REP-OVERRIDE-RATE OCCURS 100 TIMES
                                       PIC V9(4).
           05  REP-OVERRIDE-BUCKET OCCURS 100 TIMES
                                       PIC S9(7)V99.
           05  MANAGER-SUB             PIC 9(3) COMP.
           05  TEAM-OVERRIDE           PIC S9(7)V99.
      *
      *    What each rep is accrued (slot = rep + 1) and the
      *    branch the expense goes to, held until the batch is
      *    known to balance; and the accrual by branch (slot =
      *    branch + 1) for the journal and the branch summary.
      *
       01  ACCRUAL-TABLE.
           05  REP-ACCRUED-AMOUNT OCCURS 100 TIMES
                                       PIC S9(7)V99.
           05  REP-ACCRUED-BRANCH OCCURS 100 TIMES
                                       PIC 9(2).
           05  BRANCH-ACCRUED-AMOUNT OCCURS 100 TIMES
                                       PIC S9(9)V99.
           05  BRANCH-REP-COUNT OCCURS 100 TIMES
                                       PIC 9(3).
           05  BRANCH-SUB              PIC 9(3) COMP.
      *
       01  STATEMENT-FIELDS.
           05  REP-TOTAL-THIS-YTD      PIC S9(9)V99  VALUE ZERO.
           05  REP-COMMISSION-RATE     PIC V9(4)     VALUE ZERO.
           05  GROSS-COMMISSION        PIC S9(7)V99  VALUE ZERO.
           05  OVERRIDE-COMMISSION     PIC S9(7)V99  VALUE ZERO.
           05  CHARGEBACK-TOTAL        PIC S9(7)V99  VALUE ZERO.
           05  CARRIED-IN-AMOUNT       PIC S9(7)V99  VALUE ZERO.
           05  COMMISSION-DUE          PIC S9(7)V99  VALUE ZERO.
           05  DRAW-RECOVERED          PIC S9(7)V99  VALUE ZERO.
           05  DRAW-RECOVERY-LIMIT     PIC S9(7)V99  VALUE ZERO.
           05  DRAW-RECOVERY-PERCENT   PIC 9(3)      VALUE ZERO.
           05  PASS-REASON             PIC X(30).
      *
       01  BATCH-FIELDS.
           05  TODAY-CCYYMMDD          PIC 9(8).
           05  GL-BATCH-NUMBER         PIC 9(6)      VALUE ZERO.
           05  REPS-ACCRUED            PIC 9(3)      VALUE ZERO.
           05  REPS-PASSED             PIC 9(3)      VALUE ZERO.
           05  BATCH-DEBITS            PIC S9(9)V99  VALUE ZERO.
           05  BATCH-CREDITS           PIC S9(9)V99  VALUE ZERO.
           05  TOTAL-ACCRUED           PIC S9(9)V99  VALUE ZERO.
      *
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).
      *
       01  HEADING-LINE-1.
           05  FILLER          PIC X(30)   VALUE
               "ACCRUED COMMISSION LIABILITY ".
           05  FILLER          PIC X(9)    VALUE "- PERIOD ".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(86)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
           05  FILLER          PIC X(31)   VALUE
               "REP  NAME                 BR B ".
           05  FILLER          PIC X(15)   VALUE "      CREDITED ".
           05  FILLER          PIC X(12)   VALUE " COMMISSION ".
           05  FILLER          PIC X(12)   VALUE "   OVERRIDE ".
           05  FILLER          PIC X(12)   VALUE "CHARGEBACKS ".
           05  FILLER          PIC X(12)   VALUE " CARRIED IN ".
           05  FILLER          PIC X(12)   VALUE " DRAW RECOV ".
           05  FILLER          PIC X(12)   VALUE "    ACCRUED ".
           05  FILLER          PIC X(14)   VALUE SPACE.
      *
       01  ACCRUAL-LINE.
           05  AL-SALESREP          PIC 9(2).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  AL-SALESREP-NAME     PIC X(20).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  AL-BRANCH            PIC 9(2).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  AL-BASIS             PIC X(1).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  AL-CREDITED          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  AL-COMMISSION        PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  AL-OVERRIDE          PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  AL-CHARGEBACKS       PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  AL-CARRIED-IN        PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  AL-DRAW-RECOVERED    PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  AL-ACCRUED           PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(15)      VALUE SPACE.
      *
       01  PASSED-LINE.
           05  PL-SALESREP          PIC 9(2).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  PL-SALESREP-NAME     PIC X(20).
           05  FILLER               PIC X(3)       VALUE " - ".
           05  PL-REASON            PIC X(30).
           05  FILLER               PIC X(74)      VALUE SPACE.
      *
       01  BRANCH-HEADING-LINE.
           05  FILLER          PIC X(20)   VALUE
               "ACCRUAL BY BRANCH   ".
           05  FILLER          PIC X(112)  VALUE SPACE.
      *
       01  BRANCH-LINE.
           05  FILLER               PIC X(7)       VALUE "BRANCH ".
           05  BL-BRANCH            PIC 9(2).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BL-BRANCH-NAME       PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BL-COUNT             PIC ZZ9.
           05  FILLER               PIC X(8)       VALUE " REP(S) ".
           05  BL-ACCRUED           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(74)      VALUE SPACE.
      *
       01  TOTAL-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  TL-LABEL             PIC X(22).
           05  TL-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(95)      VALUE SPACE.
      *
       01  COUNT-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CNL-LABEL            PIC X(22).
           05  CNL-COUNT            PIC ZZZZZ9.
           05  FILLER               PIC X(102)     VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-ACCRUE-COMMISSION-LIABILITY.
      *
           PERFORM 050-ACCEPT-RUN-PARAMETERS.
           OPEN INPUT  CUSTMAST
                       COMMISSION-RATE-FILE
                       COMMISSION-SPLIT-FILE
                       CASH-APPLICATION-FILE
                       SALES-TRANSACTION-FILE
                       COMMISSION-HISTORY-FILE
                       SALESREP-MASTER-FILE
                       BRANCH-MASTER-FILE
                       GLACCOUNT-FILE
                I-O    COMMISSION-ACCRUAL-FILE
                OUTPUT ACCRUAL-REPORT.
           PERFORM 070-VALIDATE-EXPENSE-ACCOUNT.
           PERFORM 075-VALIDATE-PAYABLE-ACCOUNT.
           PERFORM 100-PRINT-HEADINGS.
           PERFORM 110-CLEAR-REP-BUCKETS.
           PERFORM 120-LOAD-REP-BASES.
           PERFORM 150-APPORTION-ALL-SALES.
           PERFORM 130-LOAD-REP-CARRIES.
           PERFORM 160-APPORTION-ALL-CASH.
           PERFORM 180-APPORTION-ALL-CHARGEBACKS.
           PERFORM 140-LOAD-REP-MANAGERS.
           PERFORM 145-COMPUTE-ALL-OVERRIDES.
           PERFORM 400-ACCRUE-ALL-REPS.
           IF TOTAL-ACCRUED NOT = ZERO
               PERFORM 500-BOOK-THE-ACCRUAL.
           PERFORM 600-PRINT-BRANCH-SUMMARY.
           PERFORM 700-PRINT-TOTALS.
           CLOSE CUSTMAST
                 COMMISSION-RATE-FILE
                 COMMISSION-SPLIT-FILE
                 CASH-APPLICATION-FILE
                 SALES-TRANSACTION-FILE
                 COMMISSION-HISTORY-FILE
                 SALESREP-MASTER-FILE
                 BRANCH-MASTER-FILE
                 GLACCOUNT-FILE
                 COMMISSION-ACCRUAL-FILE
                 ACCRUAL-REPORT.
           DISPLAY REPS-ACCRUED " REP(S) ACCRUED, "
               REPS-PASSED " PASSED OVER.".
           IF GL-BATCH-NUMBER NOT = ZERO
               DISPLAY "ACCRUAL JOURNAL WRITTEN AS BATCH "
                   GL-BATCH-NUMBER.
           STOP RUN.
      *
       050-ACCEPT-RUN-PARAMETERS.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           DISPLAY "ENTER THE PERIOD TO ACCRUE - THE MONTH WHOSE".
           DISPLAY "STATEMENTS HAVE NOT YET BEEN RUN (CCYYMM), OR 0".
           DISPLAY "FOR THE CURRENT MONTH: ".
           ACCEPT STATEMENT-PERIOD.
           IF STATEMENT-PERIOD = ZERO
               COMPUTE STATEMENT-PERIOD = CD-YEAR * 100 + CD-MONTH.
           DISPLAY "ENTER THE COMMISSION EXPENSE GL ACCOUNT: ".
           ACCEPT EXPENSE-ACCOUNT.
           DISPLAY "ENTER THE ACCRUED COMMISSIONS PAYABLE GL "
               "ACCOUNT: ".
           ACCEPT PAYABLE-ACCOUNT.
           DISPLAY "ENTER THE OUTPUT DESTINATION (PRINTER NAME OR"
           DISPLAY "FILE PATH), OR PRESS ENTER FOR " OUTPUT-DESTINATION.
           ACCEPT DESTINATION-ENTRY.
           IF DESTINATION-ENTRY NOT = SPACES
               MOVE DESTINATION-ENTRY TO OUTPUT-DESTINATION.
      *
       070-VALIDATE-EXPENSE-ACCOUNT.
      *
           MOVE EXPENSE-ACCOUNT TO GL-ACCOUNT-NUMBER.
           READ GLACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO ACCOUNT-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO ACCOUNT-FOUND-SWITCH.
           IF ACCOUNT-FOUND-SWITCH = "N"
               DISPLAY "GL ACCOUNT NOT ON THE CHART - RE-ENTER"
               DISPLAY "ENTER THE COMMISSION EXPENSE GL ACCOUNT: "
               ACCEPT EXPENSE-ACCOUNT
               PERFORM 070-VALIDATE-EXPENSE-ACCOUNT.
      *
       075-VALIDATE-PAYABLE-ACCOUNT.
      *
           MOVE PAYABLE-ACCOUNT TO GL-ACCOUNT-NUMBER.
           READ GLACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO ACCOUNT-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO ACCOUNT-FOUND-SWITCH.
           IF ACCOUNT-FOUND-SWITCH = "N"
               DISPLAY "GL ACCOUNT NOT ON THE CHART - RE-ENTER"
               DISPLAY "ENTER THE ACCRUED COMMISSIONS PAYABLE GL "
                   "ACCOUNT: "
               ACCEPT PAYABLE-ACCOUNT
               PERFORM 075-VALIDATE-PAYABLE-ACCOUNT.
      *
       100-PRINT-HEADINGS.
      *
           MOVE STMT-YEAR  TO HL1-YEAR.
           MOVE STMT-MONTH TO HL1-MONTH.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       110-CLEAR-REP-BUCKETS.
      *
           MOVE 1 TO BUCKET-SUB.
           PERFORM 115-CLEAR-ONE-REP-BUCKET
               UNTIL BUCKET-SUB > 100.
      *
       115-CLEAR-ONE-REP-BUCKET.
      *
           MOVE ZERO TO REP-SALES-BUCKET (BUCKET-SUB).
           MOVE ZERO TO REP-CASH-COMMISSION (BUCKET-SUB).
           MOVE ZERO TO BRANCH-ACCRUED-AMOUNT (BUCKET-SUB).
           MOVE ZERO TO BRANCH-REP-COUNT (BUCKET-SUB).
           ADD 1 TO BUCKET-SUB.
      *
      *    The basis comes off the rep's own rate record, the
      *    rep-00 record when there is none, and billed sales when
      *    neither is on file - the same fallback as the rate,
      *    which is kept for the cash-basis commission.
      *
       120-LOAD-REP-BASES.
      *
           MOVE 1 TO BUCKET-SUB.
           PERFORM 125-LOAD-ONE-REP-BASIS
               UNTIL BUCKET-SUB > 100.
      *
       125-LOAD-ONE-REP-BASIS.
      *
           MOVE "B" TO REP-BASIS (BUCKET-SUB).
           COMPUTE CR-SALESREP-NUMBER = BUCKET-SUB - 1.
           READ COMMISSION-RATE-FILE
               INVALID KEY
                   MOVE "N" TO RATE-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO RATE-FOUND-SWITCH.
           IF RATE-FOUND-SWITCH = "N"
               MOVE DEFAULT-TIER-NUMBER TO CR-SALESREP-NUMBER
               READ COMMISSION-RATE-FILE
                   INVALID KEY
                       MOVE "N" TO RATE-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE "Y" TO RATE-FOUND-SWITCH.
           IF RATE-FOUND-SWITCH = "Y" AND CR-PAID-ON-CASH
               MOVE "C" TO REP-BASIS (BUCKET-SUB).
           MOVE DEFAULT-COMMISSION-RATE TO REP-CASH-RATE (BUCKET-SUB).
           IF RATE-FOUND-SWITCH = "Y"
               MOVE CR-COMMISSION-RATE TO REP-CASH-RATE (BUCKET-SUB).
           ADD 1 TO BUCKET-SUB.
      *
      *    Each rep's carry in is the carry forward on the latest
      *    statement before this period's - so rerunning a period
      *    takes up the same balance the first run did.
      *
       130-LOAD-REP-CARRIES.
      *
           MOVE 1 TO BUCKET-SUB.
           PERFORM 135-LOAD-ONE-REP-CARRY
               UNTIL BUCKET-SUB > 100.
      *
       135-LOAD-ONE-REP-CARRY.
      *
           MOVE ZERO TO REP-CHARGEBACK-BUCKET (BUCKET-SUB).
           MOVE ZERO TO REP-CARRIED-IN (BUCKET-SUB).
           COMPUTE CURRENT-REP = BUCKET-SUB - 1.
           MOVE "N" TO HISTORY-EOF-SWITCH.
           MOVE CURRENT-REP TO CMH-SALESREP-NUMBER.
           MOVE ZERO TO CMH-PERIOD.
           START COMMISSION-HISTORY-FILE
               KEY IS NOT LESS THAN CMH-KEY
               INVALID KEY
                   MOVE "Y" TO HISTORY-EOF-SWITCH.
           PERFORM 138-READ-ONE-PRIOR-STATEMENT
               UNTIL HISTORY-EOF-SWITCH = "Y".
           ADD 1 TO BUCKET-SUB.
      *
       138-READ-ONE-PRIOR-STATEMENT.
      *
           READ COMMISSION-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO HISTORY-EOF-SWITCH.
           IF HISTORY-EOF-SWITCH = "N"
               IF CMH-SALESREP-NUMBER NOT = CURRENT-REP
                   OR CMH-PERIOD NOT < STATEMENT-PERIOD
                   MOVE "Y" TO HISTORY-EOF-SWITCH
               ELSE
                   MOVE CMH-CARRY-FORWARD
                       TO REP-CARRIED-IN (BUCKET-SUB).
      *
      *    Each rep's manager and override rate come off the
      *    branch the rep belongs to. A rep not on the Sales Rep
      *    Master, or in a branch with no manager, no rate, or
      *    managed by the rep in hand, has no override over them.
      *
       140-LOAD-REP-MANAGERS.
      *
           MOVE 1 TO BUCKET-SUB.
           PERFORM 142-LOAD-ONE-REP-MANAGER
               UNTIL BUCKET-SUB > 100.
      *
       142-LOAD-ONE-REP-MANAGER.
      *
           MOVE ZERO TO REP-MANAGER (BUCKET-SUB).
           MOVE ZERO TO REP-OVERRIDE-RATE (BUCKET-SUB).
           MOVE ZERO TO REP-OVERRIDE-BUCKET (BUCKET-SUB).
           COMPUTE RM-SALESREP-NUMBER = BUCKET-SUB - 1.
           READ SALESREP-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO REP-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO REP-FOUND-SWITCH.
           IF REP-FOUND-SWITCH = "Y"
               MOVE RM-BRANCH-NUMBER TO BR-BRANCH-NUMBER
               READ BRANCH-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO BRANCH-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE "Y" TO BRANCH-FOUND-SWITCH
               END-READ
               IF BRANCH-FOUND-SWITCH = "Y"
                   AND BR-MANAGER-REP NOT = ZERO
                   AND BR-MANAGER-REP NOT = RM-SALESREP-NUMBER
                   AND BR-OVERRIDE-RATE NOT = ZERO
                   MOVE BR-MANAGER-REP TO REP-MANAGER (BUCKET-SUB)
                   MOVE BR-OVERRIDE-RATE
                       TO REP-OVERRIDE-RATE (BUCKET-SUB).
           ADD 1 TO BUCKET-SUB.
      *
      *    Once every bucket is filled, each team rep's credited
      *    sales earn the manager the override - the same figure,
      *    rounded the same way, that prints on the manager's
      *    statement line for that rep.
      *
       145-COMPUTE-ALL-OVERRIDES.
      *
           MOVE 1 TO BUCKET-SUB.
           PERFORM 147-COMPUTE-ONE-OVERRIDE
               UNTIL BUCKET-SUB > 100.
      *
       147-COMPUTE-ONE-OVERRIDE.
      *
           IF REP-MANAGER (BUCKET-SUB) NOT = ZERO
               AND REP-SALES-BUCKET (BUCKET-SUB) NOT = ZERO
               COMPUTE TEAM-OVERRIDE ROUNDED =
                   REP-SALES-BUCKET (BUCKET-SUB) *
                       REP-OVERRIDE-RATE (BUCKET-SUB)
               COMPUTE MANAGER-SUB = REP-MANAGER (BUCKET-SUB) + 1
               ADD TEAM-OVERRIDE
                   TO REP-OVERRIDE-BUCKET (MANAGER-SUB).
           ADD 1 TO BUCKET-SUB.
      *
      *    Pass 1 - apportion every customer's YTD sales into
      *    the rep buckets, split customers by their shares,
      *    everyone else whole to the rep on the record.
      *
       150-APPORTION-ALL-SALES.
      *
           PERFORM 205-POSITION-AT-START.
           PERFORM 200-APPORTION-ONE-CUSTOMER
               UNTIL CUSTMAST-EOF-SWITCH = "Y".
      *
       205-POSITION-AT-START.
      *
           MOVE "N" TO CUSTMAST-EOF-SWITCH.
           MOVE ZERO TO CM-CUSTOMER-NUMBER.
           START CUSTMAST KEY IS NOT LESS THAN CM-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH.
      *
       200-APPORTION-ONE-CUSTOMER.
      *
           PERFORM 210-READ-CUSTOMER-RECORD.
           IF CUSTMAST-EOF-SWITCH = "N"
               MOVE CM-SALES-THIS-YTD TO APPORTION-AMOUNT
               MOVE "B" TO APPORTION-BASIS
               PERFORM 215-ALLOCATE-CUSTOMER-SALES.
      *
       210-READ-CUSTOMER-RECORD.
      *
           READ CUSTMAST NEXT RECORD
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH.
      *
       215-ALLOCATE-CUSTOMER-SALES.
      *
           MOVE CM-CUSTOMER-NUMBER TO SP-CUSTOMER-NUMBER.
           READ COMMISSION-SPLIT-FILE
               INVALID KEY
                   MOVE "N" TO SPLIT-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO SPLIT-FOUND-SWITCH.
           IF SPLIT-FOUND-SWITCH = "Y"
               MOVE 1 TO SPLIT-SUB
               PERFORM 218-ALLOCATE-ONE-SHARE
                   UNTIL SPLIT-SUB > 3
           ELSE
               COMPUTE BUCKET-SUB = CM-SALESREP-NUMBER + 1
               MOVE APPORTION-AMOUNT TO ALLOCATED-SALES
               IF REP-BASIS (BUCKET-SUB) = APPORTION-BASIS
                   PERFORM 219-CREDIT-THE-BUCKET.
      *
       218-ALLOCATE-ONE-SHARE.
      *
           IF SP-SHARE-PERCENT (SPLIT-SUB) NOT = ZERO
               COMPUTE BUCKET-SUB =
                   SP-REP-NUMBER (SPLIT-SUB) + 1
               COMPUTE ALLOCATED-SALES ROUNDED =
                   APPORTION-AMOUNT *
                       SP-SHARE-PERCENT (SPLIT-SUB) / 100
               IF REP-BASIS (BUCKET-SUB) = APPORTION-BASIS
                   PERFORM 219-CREDIT-THE-BUCKET.
           ADD 1 TO SPLIT-SUB.
      *
       219-CREDIT-THE-BUCKET.
      *
           ADD ALLOCATED-SALES TO REP-SALES-BUCKET (BUCKET-SUB).
           IF APPORTION-BASIS = "C"
               COMPUTE LINE-COMMISSION ROUNDED =
                   ALLOCATED-SALES * REP-CASH-RATE (BUCKET-SUB)
               ADD LINE-COMMISSION
                   TO REP-CASH-COMMISSION (BUCKET-SUB).
      *
      *    Pass 1B - the cash applied in the collection period,
      *    apportioned the same way into the buckets of the reps
      *    paid on cash. A line NSFENT01 reversed never counts -
      *    the check that paid it bounced.
      *
       160-APPORTION-ALL-CASH.
      *
           PERFORM 165-POSITION-CASH-AT-START.
           PERFORM 170-APPORTION-ONE-COLLECTION
               UNTIL CASHAPP-EOF-SWITCH = "Y".
      *
       165-POSITION-CASH-AT-START.
      *
           MOVE "N" TO CASHAPP-EOF-SWITCH.
           MOVE ZERO TO CA-APPLICATION-KEY.
           START CASH-APPLICATION-FILE
               KEY IS NOT LESS THAN CA-APPLICATION-KEY
               INVALID KEY
                   MOVE "Y" TO CASHAPP-EOF-SWITCH.
      *
       170-APPORTION-ONE-COLLECTION.
      *
           PERFORM 175-READ-COLLECTION-IN-PERIOD.
           IF CASHAPP-EOF-SWITCH = "N"
               AND CUSTOMER-FOUND-SWITCH = "Y"
               MOVE COLLECTED-SALES TO APPORTION-AMOUNT
               MOVE "C" TO APPORTION-BASIS
               PERFORM 215-ALLOCATE-CUSTOMER-SALES.
      *
      *    Reads the next application line and, when it is a
      *    standing payment line dated in the collection period,
      *    the customer it paid - CUSTOMER-FOUND-SWITCH is "N" for
      *    any line that does not count. A negative line is a
      *    credit memo netted into the check; the memo is charged
      *    back on its own in the period it was posted, so it is
      *    not taken off the cash as well. COLLECTED-SALES is the
      *    part of the line that paid for merchandise.
      *
       175-READ-COLLECTION-IN-PERIOD.
      *
           MOVE "N" TO CUSTOMER-FOUND-SWITCH.
           READ CASH-APPLICATION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CASHAPP-EOF-SWITCH.
           IF CASHAPP-EOF-SWITCH = "N"
               AND CA-LINE-STANDS
               AND CA-APPLIED-DATE (1:6) = STATEMENT-PERIOD
               AND CA-APPLIED-AMOUNT > ZERO
               PERFORM 178-READ-PAYING-CUSTOMER.
           IF CUSTOMER-FOUND-SWITCH = "Y"
               PERFORM 179-READ-PAID-INVOICE.
      *
       178-READ-PAYING-CUSTOMER.
      *
           MOVE CA-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CUSTMAST
               INVALID KEY
                   DISPLAY "CUSTOMER " CA-CUSTOMER-NUMBER
                       " NOT ON FILE - RECEIPT " CA-RECEIPT-NUMBER
                       " LINE " CA-LINE-NUMBER " NOT CREDITED"
               NOT INVALID KEY
                   MOVE "Y" TO CUSTOMER-FOUND-SWITCH.
      *
      *    The invoice the line paid says how much of it was
      *    sales: a finance charge, returned check fee, or other
      *    item that stays out of sales earns no commission, and
      *    an invoice's payments are cut back to its pre-tax share
      *    (amount over amount plus tax). A line whose invoice is
      *    no longer on file counts whole.
      *
       179-READ-PAID-INVOICE.
      *
           MOVE CA-APPLIED-AMOUNT TO COLLECTED-SALES.
           MOVE CA-CUSTOMER-NUMBER TO ST-CUSTOMER-NUMBER.
           MOVE CA-INVOICE-NUMBER TO ST-INVOICE-NUMBER.
           READ SALES-TRANSACTION-FILE
               INVALID KEY
                   MOVE "N" TO PAID-INVOICE-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO PAID-INVOICE-FOUND-SWITCH.
           IF PAID-INVOICE-FOUND-SWITCH = "Y"
               AND ST-STAYS-OUT-OF-SALES
               MOVE "N" TO CUSTOMER-FOUND-SWITCH.
           IF PAID-INVOICE-FOUND-SWITCH = "Y"
               AND ST-INVOICE-AMOUNT + ST-SALES-TAX NOT = ZERO
               COMPUTE COLLECTED-SALES ROUNDED =
                   CA-APPLIED-AMOUNT * ST-INVOICE-AMOUNT
                       / (ST-INVOICE-AMOUNT + ST-SALES-TAX).
      *
      *    Pass 1C - the chargebacks. Every credit memo and every
      *    bad-debt write-off posted in the statement period is
      *    apportioned over the customer's reps by the same
      *    shares, and each share of it that had earned a rep
      *    commission on that rep's basis is charged back at the
      *    rate paid then.
      *
       180-APPORTION-ALL-CHARGEBACKS.
      *
           PERFORM 182-POSITION-SALES-AT-START.
           PERFORM 184-APPORTION-ONE-CHARGEBACK
               UNTIL TRANSACTION-EOF-SWITCH = "Y".
      *
       182-POSITION-SALES-AT-START.
      *
           MOVE "N" TO TRANSACTION-EOF-SWITCH.
           MOVE ZERO TO ST-CUSTOMER-NUMBER.
           MOVE SPACES TO ST-INVOICE-NUMBER.
           START SALES-TRANSACTION-FILE
               KEY IS NOT LESS THAN ST-TRANSACTION-KEY
               INVALID KEY
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH.
      *
       184-APPORTION-ONE-CHARGEBACK.
      *
           PERFORM 186-READ-CHARGEBACK-IN-PERIOD.
           IF CUSTOMER-FOUND-SWITCH = "Y"
               PERFORM 192-ALLOCATE-THE-CHARGEBACK.
      *
      *    Reads the next transaction and, when it is a posted
      *    credit memo or write-off dated in the period, takes up
      *    the item and its customer - CUSTOMER-FOUND-SWITCH is
      *    "N" for anything else.
      *
       186-READ-CHARGEBACK-IN-PERIOD.
      *
           MOVE "N" TO CUSTOMER-FOUND-SWITCH.
           READ SALES-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH.
           IF TRANSACTION-EOF-SWITCH = "N"
               AND ST-POSTED-FLAG = "Y"
               AND ST-INVOICE-DATE (1:6) = STATEMENT-PERIOD
               AND (ST-IS-CREDIT-MEMO OR ST-IS-BAD-DEBT)
               PERFORM 187-TAKE-THE-CHARGEBACK-ITEM.
      *
      *    A credit memo takes back the merchandise it credits -
      *    the tax it returns never earned commission, as the
      *    cash lines are cut back to their pre-tax share; a
      *    write-off takes back the open balance it closed. The
      *    original invoice's period says which statement's rate
      *    applies: its invoice date for a billed-basis rep, the
      *    day it was last paid for a cash-basis rep. Without an
      *    original on file (a write-off of a whole account) the
      *    rate is today's.
      *
       187-TAKE-THE-CHARGEBACK-ITEM.
      *
           IF ST-IS-CREDIT-MEMO
               MOVE "C" TO CHARGEBACK-BASIS
           ELSE
               MOVE "B" TO CHARGEBACK-BASIS.
           COMPUTE CHARGEBACK-AMOUNT = ZERO - ST-INVOICE-AMOUNT.
           MOVE ST-TRANSACTION-KEY TO SAVED-TRANSACTION-KEY.
           MOVE ST-ORIGINAL-INVOICE TO CHARGEBACK-ORIGINAL.
           MOVE STATEMENT-PERIOD TO ORIGINAL-PERIOD.
           IF CHARGEBACK-ORIGINAL NOT = SPACES
               PERFORM 188-FIND-THE-ORIGINAL-PERIOD
               PERFORM 189-RESUME-AFTER-THE-ITEM.
           PERFORM 190-READ-CHARGED-CUSTOMER.
      *
       188-FIND-THE-ORIGINAL-PERIOD.
      *
           MOVE CHARGEBACK-ORIGINAL TO ST-INVOICE-NUMBER.
           READ SALES-TRANSACTION-FILE
               INVALID KEY
                   MOVE "N" TO ORIGINAL-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO ORIGINAL-FOUND-SWITCH.
           IF ORIGINAL-FOUND-SWITCH = "Y"
               AND CHARGEBACK-BASIS = "B"
               MOVE ST-INVOICE-DATE (1:6) TO ORIGINAL-PERIOD.
           IF ORIGINAL-FOUND-SWITCH = "Y"
               AND CHARGEBACK-BASIS = "C"
               AND ST-LAST-PAID-DATE NOT = ZERO
               MOVE ST-LAST-PAID-DATE (1:6) TO ORIGINAL-PERIOD.
      *
      *    The look-up of the original lost the place in the
      *    file, so the browse starts again past the item itself.
      *
       189-RESUME-AFTER-THE-ITEM.
      *
           MOVE SAVED-TRANSACTION-KEY TO ST-TRANSACTION-KEY.
           START SALES-TRANSACTION-FILE
               KEY IS GREATER THAN ST-TRANSACTION-KEY
               INVALID KEY
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH.
      *
       190-READ-CHARGED-CUSTOMER.
      *
           MOVE SAVED-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CUSTMAST
               INVALID KEY
                   DISPLAY "CUSTOMER " SAVED-CUSTOMER-NUMBER
                       " NOT ON FILE - " SAVED-INVOICE-NUMBER
                       " NOT CHARGED BACK"
               NOT INVALID KEY
                   MOVE "Y" TO CUSTOMER-FOUND-SWITCH.
      *
       192-ALLOCATE-THE-CHARGEBACK.
      *
           MOVE CM-CUSTOMER-NUMBER TO SP-CUSTOMER-NUMBER.
           READ COMMISSION-SPLIT-FILE
               INVALID KEY
                   MOVE "N" TO SPLIT-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO SPLIT-FOUND-SWITCH.
           IF SPLIT-FOUND-SWITCH = "Y"
               MOVE 1 TO SPLIT-SUB
               PERFORM 194-ALLOCATE-ONE-CHARGEBACK
                   UNTIL SPLIT-SUB > 3
           ELSE
               MOVE CM-SALESREP-NUMBER TO CHARGEBACK-REP
               MOVE 100 TO CUSTOMER-SHARE-PERCENT
               PERFORM 196-CHARGE-BACK-ONE-REP.
      *
       194-ALLOCATE-ONE-CHARGEBACK.
      *
           IF SP-SHARE-PERCENT (SPLIT-SUB) NOT = ZERO
               MOVE SP-REP-NUMBER (SPLIT-SUB) TO CHARGEBACK-REP
               MOVE SP-SHARE-PERCENT (SPLIT-SUB)
                   TO CUSTOMER-SHARE-PERCENT
               PERFORM 196-CHARGE-BACK-ONE-REP.
           ADD 1 TO SPLIT-SUB.
      *
       196-CHARGE-BACK-ONE-REP.
      *
           COMPUTE BUCKET-SUB = CHARGEBACK-REP + 1.
           IF REP-BASIS (BUCKET-SUB) = CHARGEBACK-BASIS
               PERFORM 197-COMPUTE-SHARE-CHARGEBACK
               ADD SHARE-CHARGEBACK
                   TO REP-CHARGEBACK-BUCKET (BUCKET-SUB).
      *
       197-COMPUTE-SHARE-CHARGEBACK.
      *
           PERFORM 198-FIND-THE-RATE-PAID.
           COMPUTE SHARE-CHARGEBACK ROUNDED =
               CHARGEBACK-AMOUNT * CUSTOMER-SHARE-PERCENT / 100
                   * ORIGINAL-RATE.
      *
      *    The rate on the rep's statement for the original
      *    period; with no statement on file for it, the rep's
      *    rate today.
      *
       198-FIND-THE-RATE-PAID.
      *
           MOVE CHARGEBACK-REP TO CMH-SALESREP-NUMBER.
           MOVE ORIGINAL-PERIOD TO CMH-PERIOD.
           READ COMMISSION-HISTORY-FILE
               INVALID KEY
                   MOVE "N" TO HISTORY-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO HISTORY-FOUND-SWITCH.
           IF HISTORY-FOUND-SWITCH = "Y"
               MOVE CMH-COMMISSION-RATE TO ORIGINAL-RATE
           ELSE
               MOVE CHARGEBACK-REP TO CURRENT-REP
               PERFORM 245-LOOKUP-COMMISSION-RATE
               MOVE REP-COMMISSION-RATE TO ORIGINAL-RATE.
      *
      *    The rate, and the tiers with it, off the rep's own rate
      *    record, the rep-00 record, or the default rate - the
      *    order CMSTMT01 looks them up in.
      *
       245-LOOKUP-COMMISSION-RATE.
      *
           MOVE CURRENT-REP TO CR-SALESREP-NUMBER.
           READ COMMISSION-RATE-FILE
               INVALID KEY
                   MOVE "N" TO RATE-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO RATE-FOUND-SWITCH.
           MOVE "Y" TO TIERS-IN-PLAY.
           IF RATE-FOUND-SWITCH = "Y"
               MOVE CR-COMMISSION-RATE TO REP-COMMISSION-RATE
           ELSE
               MOVE DEFAULT-TIER-NUMBER TO CR-SALESREP-NUMBER
               READ COMMISSION-RATE-FILE
                   INVALID KEY
                       MOVE DEFAULT-COMMISSION-RATE TO
                           REP-COMMISSION-RATE
                       MOVE "N" TO TIERS-IN-PLAY
                   NOT INVALID KEY
                       MOVE CR-COMMISSION-RATE TO
                           REP-COMMISSION-RATE.
      *
       232-COMPUTE-BILLED-COMMISSION.
      *
           IF TIERS-IN-PLAY = "Y"
               AND CR-TIER-RATE (1) NOT = ZERO
               PERFORM 234-COMPUTE-TIERED-COMMISSION
           ELSE
               COMPUTE GROSS-COMMISSION ROUNDED =
                   REP-TOTAL-THIS-YTD * REP-COMMISSION-RATE.
      *
       234-COMPUTE-TIERED-COMMISSION.
      *
           MOVE ZERO TO GROSS-COMMISSION.
           MOVE ZERO TO TIER-LOWER.
           MOVE 1 TO TIER-SUB.
           PERFORM 236-APPLY-ONE-TIER
               UNTIL TIER-SUB > 3.
      *
       236-APPLY-ONE-TIER.
      *
           IF CR-TIER-RATE (TIER-SUB) NOT = ZERO
               AND REP-TOTAL-THIS-YTD > TIER-LOWER
               IF CR-TIER-UPPER (TIER-SUB) = ZERO
                   OR REP-TOTAL-THIS-YTD < CR-TIER-UPPER (TIER-SUB)
                   COMPUTE TIER-SLICE =
                       REP-TOTAL-THIS-YTD - TIER-LOWER
                   COMPUTE GROSS-COMMISSION ROUNDED =
                       GROSS-COMMISSION +
                           TIER-SLICE * CR-TIER-RATE (TIER-SUB)
               ELSE
                   COMPUTE TIER-SLICE =
                       CR-TIER-UPPER (TIER-SUB) - TIER-LOWER
                   COMPUTE GROSS-COMMISSION ROUNDED =
                       GROSS-COMMISSION +
                           TIER-SLICE * CR-TIER-RATE (TIER-SUB).
           IF CR-TIER-UPPER (TIER-SUB) NOT = ZERO
               MOVE CR-TIER-UPPER (TIER-SUB) TO TIER-LOWER.
           ADD 1 TO TIER-SUB.
      *
      *    Pass 2 - every rep with anything in a bucket. A rep
      *    whose statement for the period is already on the
      *    history has been vouchered, and a rep already on the
      *    accrual file for it has been accrued - both are listed
      *    and passed over.
      *
       400-ACCRUE-ALL-REPS.
      *
           MOVE 1 TO BUCKET-SUB.
           PERFORM 410-ACCRUE-ONE-REP
               UNTIL BUCKET-SUB > 100.
      *
       410-ACCRUE-ONE-REP.
      *
           MOVE ZERO TO REP-ACCRUED-AMOUNT (BUCKET-SUB).
           MOVE ZERO TO REP-ACCRUED-BRANCH (BUCKET-SUB).
           IF REP-SALES-BUCKET (BUCKET-SUB) NOT = ZERO
               OR REP-CHARGEBACK-BUCKET (BUCKET-SUB) NOT = ZERO
               OR REP-CARRIED-IN (BUCKET-SUB) NOT = ZERO
               OR REP-OVERRIDE-BUCKET (BUCKET-SUB) NOT = ZERO
               COMPUTE CURRENT-REP = BUCKET-SUB - 1
               PERFORM 415-READ-THE-REP
               PERFORM 420-CHECK-NOT-YET-VOUCHERED
               IF PASS-REASON = SPACES
                   PERFORM 430-COMPUTE-THE-ACCRUAL
               ELSE
                   PERFORM 490-PRINT-PASSED-LINE.
           ADD 1 TO BUCKET-SUB.
      *
       415-READ-THE-REP.
      *
           MOVE CURRENT-REP TO RM-SALESREP-NUMBER.
           READ SALESREP-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO REP-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO REP-FOUND-SWITCH.
           IF REP-FOUND-SWITCH = "N"
               MOVE "NOT ON REP MASTER" TO RM-SALESREP-NAME
               MOVE ZERO TO RM-BRANCH-NUMBER
               MOVE ZERO TO RM-DRAW-BALANCE.
      *
       420-CHECK-NOT-YET-VOUCHERED.
      *
           MOVE SPACES TO PASS-REASON.
           MOVE CURRENT-REP TO CMH-SALESREP-NUMBER.
           MOVE STATEMENT-PERIOD TO CMH-PERIOD.
           READ COMMISSION-HISTORY-FILE
               INVALID KEY
                   MOVE "N" TO HISTORY-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO HISTORY-FOUND-SWITCH.
           MOVE CURRENT-REP TO CAC-SALESREP-NUMBER.
           MOVE STATEMENT-PERIOD TO CAC-PERIOD.
           READ COMMISSION-ACCRUAL-FILE
               INVALID KEY
                   MOVE "N" TO ACCRUAL-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO ACCRUAL-FOUND-SWITCH.
           IF HISTORY-FOUND-SWITCH = "Y"
               MOVE "STATEMENT ALREADY RUN" TO PASS-REASON
           ELSE
           IF ACCRUAL-FOUND-SWITCH = "Y"
               MOVE "ALREADY ACCRUED FOR THE PERIOD" TO PASS-REASON.
      *
      *    What the statement will owe, worked the way CMSTMT01
      *    works it - commission plus override, less chargebacks
      *    and the balance carried in, never below zero - less
      *    the draw the statement will take back, up to the rep's
      *    recovery percent of it.
      *
       430-COMPUTE-THE-ACCRUAL.
      *
           PERFORM 245-LOOKUP-COMMISSION-RATE.
           MOVE REP-SALES-BUCKET (BUCKET-SUB) TO REP-TOTAL-THIS-YTD.
           IF REP-PAID-ON-CASH (BUCKET-SUB)
               MOVE REP-CASH-COMMISSION (BUCKET-SUB)
                   TO GROSS-COMMISSION
           ELSE
               PERFORM 232-COMPUTE-BILLED-COMMISSION.
           MOVE REP-OVERRIDE-BUCKET (BUCKET-SUB)
               TO OVERRIDE-COMMISSION.
           MOVE REP-CHARGEBACK-BUCKET (BUCKET-SUB)
               TO CHARGEBACK-TOTAL.
           MOVE REP-CARRIED-IN (BUCKET-SUB) TO CARRIED-IN-AMOUNT.
           COMPUTE COMMISSION-DUE = GROSS-COMMISSION
               + OVERRIDE-COMMISSION
               - CHARGEBACK-TOTAL - CARRIED-IN-AMOUNT.
           IF COMMISSION-DUE < ZERO
               MOVE ZERO TO COMMISSION-DUE.
           MOVE ZERO TO DRAW-RECOVERED.
           IF RM-DRAW-BALANCE > ZERO
               AND COMMISSION-DUE > ZERO
               PERFORM 440-COMPUTE-DRAW-RECOVERY.
           SUBTRACT DRAW-RECOVERED FROM COMMISSION-DUE.
           IF COMMISSION-DUE > ZERO
               PERFORM 450-HOLD-THE-ACCRUAL
               PERFORM 480-PRINT-ACCRUAL-LINE
           ELSE
               MOVE "NOTHING DUE FOR THE PERIOD" TO PASS-REASON
               PERFORM 490-PRINT-PASSED-LINE.
      *
       440-COMPUTE-DRAW-RECOVERY.
      *
           MOVE RM-DRAW-RECOVERY-PERCENT TO DRAW-RECOVERY-PERCENT.
           IF DRAW-RECOVERY-PERCENT = ZERO
               MOVE 100 TO DRAW-RECOVERY-PERCENT.
           COMPUTE DRAW-RECOVERY-LIMIT ROUNDED =
               COMMISSION-DUE * DRAW-RECOVERY-PERCENT / 100.
           IF DRAW-RECOVERY-LIMIT < RM-DRAW-BALANCE
               MOVE DRAW-RECOVERY-LIMIT TO DRAW-RECOVERED
           ELSE
               MOVE RM-DRAW-BALANCE TO DRAW-RECOVERED.
      *
       450-HOLD-THE-ACCRUAL.
      *
           MOVE COMMISSION-DUE TO REP-ACCRUED-AMOUNT (BUCKET-SUB).
           MOVE RM-BRANCH-NUMBER TO REP-ACCRUED-BRANCH (BUCKET-SUB).
           COMPUTE BRANCH-SUB = RM-BRANCH-NUMBER + 1.
           ADD COMMISSION-DUE TO BRANCH-ACCRUED-AMOUNT (BRANCH-SUB).
           ADD 1 TO BRANCH-REP-COUNT (BRANCH-SUB).
           ADD COMMISSION-DUE TO TOTAL-ACCRUED.
           ADD 1 TO REPS-ACCRUED.
      *
       480-PRINT-ACCRUAL-LINE.
      *
           MOVE CURRENT-REP        TO AL-SALESREP.
           MOVE RM-SALESREP-NAME   TO AL-SALESREP-NAME.
           MOVE RM-BRANCH-NUMBER   TO AL-BRANCH.
           MOVE REP-BASIS (BUCKET-SUB) TO AL-BASIS.
           MOVE REP-TOTAL-THIS-YTD TO AL-CREDITED.
           MOVE GROSS-COMMISSION   TO AL-COMMISSION.
           MOVE OVERRIDE-COMMISSION TO AL-OVERRIDE.
           MOVE CHARGEBACK-TOTAL   TO AL-CHARGEBACKS.
           MOVE CARRIED-IN-AMOUNT  TO AL-CARRIED-IN.
           MOVE DRAW-RECOVERED     TO AL-DRAW-RECOVERED.
           MOVE COMMISSION-DUE     TO AL-ACCRUED.
           MOVE ACCRUAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       490-PRINT-PASSED-LINE.
      *
           MOVE CURRENT-REP        TO PL-SALESREP.
           MOVE RM-SALESREP-NAME   TO PL-SALESREP-NAME.
           MOVE PASS-REASON        TO PL-REASON.
           MOVE PASSED-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD 1 TO REPS-PASSED.
      *
      *    The journal - the expense debited branch by branch,
      *    the payable credited in one line - is written under
      *    the next batch number, and only a batch in balance
      *    puts the accruals on file. The number is taken up the
      *    moment it is issued, so no other run can number a
      *    batch with it; a batch out of balance leaves a gap.
      *
       500-BOOK-THE-ACCRUAL.
      *
           PERFORM 510-TAKE-NEXT-BATCH-NUMBER.
           OPEN OUTPUT ACCRUAL-JOURNAL-FILE.
           MOVE 1 TO BRANCH-SUB.
           PERFORM 520-WRITE-ONE-BRANCH-DEBIT
               UNTIL BRANCH-SUB > 100.
           MOVE "C" TO EX-DEBIT-CREDIT.
           MOVE PAYABLE-ACCOUNT TO EX-ACCOUNT.
           MOVE ZERO TO EX-BRANCH.
           MOVE GL-BATCH-NUMBER TO EX-BATCH.
           MOVE TOTAL-ACCRUED TO EX-AMOUNT.
           WRITE ACCRUAL-JOURNAL-RECORD.
           ADD TOTAL-ACCRUED TO BATCH-CREDITS.
           CLOSE ACCRUAL-JOURNAL-FILE.
           IF BATCH-DEBITS = BATCH-CREDITS
               MOVE 1 TO BUCKET-SUB
               PERFORM 530-WRITE-ONE-ACCRUAL
                   UNTIL BUCKET-SUB > 100
               PERFORM 540-RECORD-THE-BATCH
           ELSE
               DISPLAY "*** BATCH OUT OF BALANCE - NOTHING "
                   "ACCRUED ***"
               MOVE ZERO TO GL-BATCH-NUMBER.
      *
      *    One record, the last sales journal batch number issued
      *    - missing or empty means no batch has ever run and
      *    numbering starts at 1.
      *
       510-TAKE-NEXT-BATCH-NUMBER.
      *
           MOVE ZERO TO BC-LAST-GL-BATCH.
           OPEN INPUT BATCH-CONTROL-FILE.
           READ BATCH-CONTROL-FILE
               AT END
                   MOVE "Y" TO CONTROL-EOF-SWITCH.
           CLOSE BATCH-CONTROL-FILE.
           COMPUTE GL-BATCH-NUMBER = BC-LAST-GL-BATCH + 1.
           PERFORM 550-SAVE-THE-BATCH-NUMBER.
      *
       520-WRITE-ONE-BRANCH-DEBIT.
      *
           IF BRANCH-ACCRUED-AMOUNT (BRANCH-SUB) NOT = ZERO
               MOVE "D" TO EX-DEBIT-CREDIT
               MOVE EXPENSE-ACCOUNT TO EX-ACCOUNT
               COMPUTE EX-BRANCH = BRANCH-SUB - 1
               MOVE GL-BATCH-NUMBER TO EX-BATCH
               MOVE BRANCH-ACCRUED-AMOUNT (BRANCH-SUB)
                   TO EX-AMOUNT
               WRITE ACCRUAL-JOURNAL-RECORD
               ADD BRANCH-ACCRUED-AMOUNT (BRANCH-SUB)
                   TO BATCH-DEBITS.
           ADD 1 TO BRANCH-SUB.
      *
       530-WRITE-ONE-ACCRUAL.
      *
           IF REP-ACCRUED-AMOUNT (BUCKET-SUB) NOT = ZERO
               MOVE SPACE TO COMMISSION-ACCRUAL-RECORD
               COMPUTE CAC-SALESREP-NUMBER = BUCKET-SUB - 1
               MOVE STATEMENT-PERIOD TO CAC-PERIOD
               MOVE REP-ACCRUED-BRANCH (BUCKET-SUB)
                   TO CAC-BRANCH-NUMBER
               MOVE TODAY-CCYYMMDD TO CAC-ACCRUAL-DATE
               MOVE EXPENSE-ACCOUNT TO CAC-EXPENSE-ACCOUNT
               MOVE PAYABLE-ACCOUNT TO CAC-PAYABLE-ACCOUNT
               MOVE REP-ACCRUED-AMOUNT (BUCKET-SUB)
                   TO CAC-ACCRUED-AMOUNT
               MOVE GL-BATCH-NUMBER TO CAC-ACCRUAL-BATCH
               MOVE ZERO TO CAC-REVERSAL-BATCH
               MOVE ZERO TO CAC-REVERSAL-DATE
               WRITE COMMISSION-ACCRUAL-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING COMMISSION ACCRUAL "
                           "FOR REP " CAC-SALESREP-NUMBER.
           ADD 1 TO BUCKET-SUB.
      *
      *    The accrual batch puts nothing into A/R; it is kept on
      *    the Sales GL Batch File so the GL package's posting
      *    confirmation finds it there like any other batch.
      *
       540-RECORD-THE-BATCH.
      *
           OPEN I-O SALES-GL-BATCH-FILE.
           MOVE GL-BATCH-NUMBER TO SB-BATCH-NUMBER.
           MOVE TODAY-CCYYMMDD TO SB-EXPORT-DATE.
           MOVE REPS-ACCRUED TO SB-TRANSACTION-COUNT.
           MOVE ZERO TO SB-RETURN-COUNT.
           MOVE ZERO TO SB-AR-TOTAL.
           MOVE "N" TO SB-CONFIRMED.
           MOVE ZEROES TO SB-GL-POSTING-DATE.
           WRITE SALES-GL-BATCH-RECORD
               INVALID KEY
                   DISPLAY "BATCH " GL-BATCH-NUMBER
                       " IS ALREADY ON THE BATCH FILE".
           CLOSE SALES-GL-BATCH-FILE.
      *
       550-SAVE-THE-BATCH-NUMBER.
      *
           OPEN OUTPUT BATCH-CONTROL-FILE.
           MOVE GL-BATCH-NUMBER TO BC-LAST-GL-BATCH.
           WRITE BATCH-CONTROL-RECORD.
           CLOSE BATCH-CONTROL-FILE.
      *
       600-PRINT-BRANCH-SUMMARY.
      *
           MOVE BRANCH-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE 1 TO BRANCH-SUB.
           PERFORM 610-PRINT-ONE-BRANCH
               UNTIL BRANCH-SUB > 100.
      *
       610-PRINT-ONE-BRANCH.
      *
           IF BRANCH-REP-COUNT (BRANCH-SUB) NOT = ZERO
               COMPUTE BR-BRANCH-NUMBER = BRANCH-SUB - 1
               READ BRANCH-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO BR-BRANCH-NAME
               END-READ
               MOVE BR-BRANCH-NUMBER TO BL-BRANCH
               MOVE BR-BRANCH-NAME TO BL-BRANCH-NAME
               MOVE BRANCH-REP-COUNT (BRANCH-SUB) TO BL-COUNT
               MOVE BRANCH-ACCRUED-AMOUNT (BRANCH-SUB)
                   TO BL-ACCRUED
               MOVE BRANCH-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD 1 TO BRANCH-SUB.
      *
       700-PRINT-TOTALS.
      *
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "REPS ACCRUED:         " TO CNL-LABEL.
           MOVE REPS-ACCRUED TO CNL-COUNT.
           PERFORM 720-WRITE-COUNT-LINE.
           MOVE "REPS PASSED OVER:     " TO CNL-LABEL.
           MOVE REPS-PASSED TO CNL-COUNT.
           PERFORM 720-WRITE-COUNT-LINE.
           MOVE "TOTAL ACCRUED:        " TO TL-LABEL.
           MOVE TOTAL-ACCRUED TO TL-AMOUNT.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "JOURNAL BATCH:        " TO CNL-LABEL.
           MOVE GL-BATCH-NUMBER TO CNL-COUNT.
           PERFORM 720-WRITE-COUNT-LINE.
      *
       720-WRITE-COUNT-LINE.
      *
           MOVE COUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
