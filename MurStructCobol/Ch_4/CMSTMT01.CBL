      *    commission expense GL account, so the existing
      *    selection and check-print machinery pays the reps
      *    like any other vendor.
      *    A rep whose rate record says paid on cash collected is
      *    credited instead with the dollars applied to their
      *    customers' invoices in the collection period, off the
      *    Cash Application File and split by the same shares,
      *    and the statement lists each invoice paid, the amount
      *    collected, and the commission it earned. Only the
      *    merchandise is paid on - each payment is cut back by
      *    the tax share of the invoice it paid, and a payment on
      *    a finance charge, returned check fee, or any other item
      *    that stays out of sales earns nothing.
      *    Commission already paid is recovered when the sale goes
      *    away: a bad-debt write-off WOFAPR01 posted in the
      *    period is charged back to the billed-basis reps, and a
      *    credit memo posted in the period to the cash-basis
      *    reps, split by the same shares and taken at the rate
      *    the rep was paid for the original invoice's period, off
      *    the Commission Statement History File. (A credit memo
      *    already comes off CM-SALES-THIS-YTD in STXPST01, and a
      *    written-off dollar was never collected, so neither is
      *    charged back twice.) The chargebacks come off the
      *    statement as deductions, and what they leave unpaid
      *    carries forward to the rep's next statement instead of
      *    producing a negative voucher.
      *    A rep on a recoverable draw (DRWPAY01) has the draw
      *    balance off the Sales Rep Master shown on every
      *    statement, and what is still owed is recovered out of
      *    the commission due, never more than the rep's recovery
      *    percent of it in any one period; the payout voucher is
      *    written for what is left.
      *    A rep named manager of a branch on the Branch Master is
      *    paid the branch's override rate on the sales credited
      *    to every other rep of the branch - never on the
      *    manager's own customers or split shares, which earn
      *    the manager commission already. The override is listed
      *    rep by rep in its own section of the manager's
      *    statement, and is added to the commission due, so it
      *    is withheld and vouchered with the rest.
      *    A billed-basis rep's commission is marginal through the
      *    volume tiers on the rate record, exactly as PAYWRK01
      *    and RPT2001 work it, and the rate printed and kept on
      *    the history is the effective rate that comes to.
      *    A month-end accrual CMACR01 booked for the rep and
      *    period is reversed when the statement is recorded:
      *    the payout voucher carries the expense from here on,
      *    so the accrual's lines go back out reversed in one
      *    batch (COMMREV.CSV) in the sales journal format, under
      *    the next SALESGLB.DAT batch number, kept on the Sales
      *    GL Batch File for STXCNF01 to confirm.
      *    Run this from the A/P data directory so the voucher,
      *    control, and audit-log files land in the right books.
      *
           COPY "SLCOMM01.CBL".
           COPY "SLWHLD01.CBL".
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
           SELECT REVERSAL-JOURNAL-FILE ASSIGN TO
               "C:\gnuCobol\COBOL\DATA\COMMREV.CSV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENT-PRINT ASSIGN DYNAMIC OUTPUT-DESTINATION.

           COPY "SLVOUCH.CBL".
           COPY "FDWHLD01.CBL".
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
       FD  REVERSAL-JOURNAL-FILE.
       01  REVERSAL-JOURNAL-RECORD.
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
           COPY "FDVOUCH.CBL".
      *
           05  VENDOR-FOUND-SWITCH      PIC X   VALUE "N".
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
           05  ENTERED-FILING-STATUS   PIC X(1).
           05  COMMISSION-GL-ACCOUNT   PIC 9(6).
           05  REP-VENDOR-NUMBER       PIC 9(5).
           05  STATEMENT-PERIOD        PIC 9(6).
           05  FILLER REDEFINES STATEMENT-PERIOD.
               10  STMT-YEAR           PIC 9(4).
               10  STMT-MONTH          PIC 9(2).
      *
       01  CONSTANTS.
           05  DEFAULT-COMMISSION-RATE PIC V9(4)   VALUE .1200.
           05  ALLOCATED-SALES         PIC S9(7)V99.
           05  CUSTOMER-SHARE-PERCENT  PIC 9(3).
           05  CURRENT-REP             PIC 9(2).
           05  APPORTION-AMOUNT        PIC S9(7)V99.
           05  COLLECTED-SALES         PIC S9(7)V99.
           05  APPORTION-BASIS         PIC X.
      *
      *    What each rep is paid on (slot = rep + 1), off the
      *    rate file - B billed sales, C cash collected. Only the
      *    dollars of the rep's own basis land in the bucket.
      *
       01  REP-BASIS-TABLE.
           05  REP-BASIS OCCURS 100 TIMES
                                       PIC X.
               88  REP-PAID-ON-CASH    VALUE "C".
      *
      *    The commission each rep is charged back this period,
      *    and the unpaid balance carried in from the rep's last
      *    statement (slot = rep + 1). An item charges back the
      *    reps of its own basis - B for a write-off, C for a
      *    credit memo.
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
       01  REVERSAL-FIELDS.
           05  REVERSAL-BATCH-NUMBER   PIC 9(6)      VALUE ZERO.
           05  ACCRUALS-REVERSED       PIC 9(5)      VALUE ZERO.
           05  REVERSAL-TOTAL          PIC S9(9)V99  VALUE ZERO.
      *
      *    The branch manager over each rep (slot = rep + 1) and
      *    the override rate the manager is paid on the rep's
      *    credited sales, off the rep's branch record - zero for
      *    a rep with no manager over them, and for the manager
      *    themself. The override bucket is what each manager is
      *    owed on the whole team.
      *
       01  REP-OVERRIDE-FIELDS.
           05  REP-MANAGER OCCURS 100 TIMES
                                       PIC 9(2).
           05  REP-OVERRIDE-RATE OCCURS 100 TIMES
                                       PIC V9(4).
           05  REP-OVERRIDE-BUCKET OCCURS 100 TIMES
                                       PIC S9(7)V99.
           05  MANAGER-SUB             PIC 9(3) COMP.
           05  TEAM-SUB                PIC 9(3) COMP.
           05  TEAM-REP                PIC 9(2).
           05  TEAM-OVERRIDE           PIC S9(7)V99.
      *
       01  STATEMENT-FIELDS.
           05  REP-TOTAL-THIS-YTD      PIC S9(9)V99  VALUE ZERO.
           05  GROSS-COMMISSION        PIC S9(7)V99  VALUE ZERO.
           05  WITHHOLDING-AMOUNT      PIC S9(7)V99  VALUE ZERO.
           05  NET-PAYOUT              PIC S9(7)V99  VALUE ZERO.
           05  LINE-COMMISSION         PIC S9(7)V99  VALUE ZERO.
           05  CASH-COMMISSION-TOTAL   PIC S9(7)V99  VALUE ZERO.
           05  CHARGEBACK-TOTAL        PIC S9(7)V99  VALUE ZERO.
           05  CARRIED-IN-AMOUNT       PIC S9(7)V99  VALUE ZERO.
           05  COMMISSION-DUE          PIC S9(7)V99  VALUE ZERO.
           05  CARRY-FORWARD           PIC S9(7)V99  VALUE ZERO.
           05  PAYOUT-VOUCHER-NUMBER   PIC 9(7)      VALUE ZERO.
           05  DRAW-BALANCE-BEFORE     PIC S9(7)V99  VALUE ZERO.
           05  DRAW-RECOVERED          PIC S9(7)V99  VALUE ZERO.
           05  DRAW-RECOVERY-LIMIT     PIC S9(7)V99  VALUE ZERO.
           05  DRAW-RECOVERY-PERCENT   PIC 9(3)      VALUE ZERO.
           05  OVERRIDE-COMMISSION     PIC S9(7)V99  VALUE ZERO.
      *
       01  VOUCHER-FEED-FIELDS.
           05  TODAY-CCYYMMDD          PIC 9(8).
               "COMMISSION RATE:      ".
           05  RL-RATE              PIC .9999.
           05  FILLER               PIC X(103)     VALUE SPACE.
      *
       01  COLLECTION-HEADING-LINE.
           05  FILLER          PIC X(20)   VALUE
               "  INVOICE   CUST   C".
           05  FILLER          PIC X(20)   VALUE
               "USTOMER NAME        ".
           05  FILLER          PIC X(20)   VALUE
               " APPLIED         COL".
           05  FILLER          PIC X(20)   VALUE
               "LECTED  SHARE       ".
           05  FILLER          PIC X(20)   VALUE
               "   COMMISSION       ".
           05  FILLER          PIC X(32)   VALUE SPACE.
      *
       01  COLLECTION-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  COL-INVOICE-NUMBER   PIC X(8).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  COL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  COL-CUSTOMER-NAME    PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  COL-APPLIED-DATE     PIC 9999/99/99.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  COL-COLLECTED        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  COL-SHARE-NOTE       PIC X(10).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  COL-COMMISSION       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(39)      VALUE SPACE.
      *
       01  CHARGEBACK-HEADING-LINE.
           05  FILLER          PIC X(20)   VALUE
               "  MEMO/ADJ  ORIGINAL".
           05  FILLER          PIC X(20)   VALUE
               "  CUST   CUSTOMER NA".
           05  FILLER          PIC X(20)   VALUE
               "ME         TYPE     ".
           05  FILLER          PIC X(20)   VALUE
               "           AMOUNT  S".
           05  FILLER          PIC X(20)   VALUE
               "HARE       RATE     ".
           05  FILLER          PIC X(20)   VALUE
               " CHARGEBACK         ".
           05  FILLER          PIC X(12)   VALUE SPACE.
      *
       01  CHARGEBACK-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CBL-INVOICE-NUMBER   PIC X(8).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CBL-ORIGINAL-INVOICE PIC X(8).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CBL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CBL-CUSTOMER-NAME    PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CBL-ITEM-TYPE        PIC X(11).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CBL-AMOUNT           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CBL-SHARE-NOTE       PIC X(10).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CBL-RATE             PIC .9999.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CBL-CHARGEBACK       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(21)      VALUE SPACE.
      *
       01  OVERRIDE-HEADING-LINE.
           05  FILLER          PIC X(20)   VALUE
               "  REP  NAME         ".
           05  FILLER          PIC X(20)   VALUE
               "               SALES".
           05  FILLER          PIC X(20)   VALUE
               " CREDITED    RATE   ".
           05  FILLER          PIC X(20)   VALUE
               "      OVERRIDE      ".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  OVERRIDE-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  OVL-SALESREP         PIC 9(2).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  OVL-SALESREP-NAME    PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  OVL-CREDITED-SALES   PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  OVL-RATE             PIC .9999.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  OVL-OVERRIDE         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(64)      VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
                       COMMISSION-RATE-FILE
                       WITHHOLDING-BRACKET-FILE
                       COMMISSION-SPLIT-FILE
                       CASH-APPLICATION-FILE
                       SALES-TRANSACTION-FILE
                       VENDOR-FILE
                       GLACCOUNT-FILE
                       BRANCH-MASTER-FILE
                OUTPUT STATEMENT-PRINT
                I-O    VOUCHER-FILE
                       CONTROL-FILE
                       COMMISSION-HISTORY-FILE
                       SALESREP-MASTER-FILE
                       COMMISSION-ACCRUAL-FILE
                OUTPUT REVERSAL-JOURNAL-FILE
                EXTEND CONTROL-LOG-FILE.
           PERFORM 060-LOAD-WITHHOLDING-TABLE.
           PERFORM 070-VALIDATE-GL-ACCOUNT.
           PERFORM 110-CLEAR-REP-BUCKETS.
           PERFORM 120-LOAD-REP-BASES.
           PERFORM 150-APPORTION-ALL-SALES.
           PERFORM 130-LOAD-REP-CARRIES.
           PERFORM 160-APPORTION-ALL-CASH.
           PERFORM 180-APPORTION-ALL-CHARGEBACKS.
           PERFORM 140-LOAD-REP-MANAGERS.
           PERFORM 145-COMPUTE-ALL-OVERRIDES.
           PERFORM 400-PRODUCE-ALL-STATEMENTS.
           PERFORM 500-CLOSE-OUT-REVERSALS.
           CLOSE CUSTMAST
                 COMMISSION-RATE-FILE
                 WITHHOLDING-BRACKET-FILE
                 COMMISSION-SPLIT-FILE
                 CASH-APPLICATION-FILE
                 SALES-TRANSACTION-FILE
                 VENDOR-FILE
                 GLACCOUNT-FILE
                 BRANCH-MASTER-FILE
                 STATEMENT-PRINT
                 VOUCHER-FILE
                 CONTROL-FILE
                 COMMISSION-HISTORY-FILE
                 SALESREP-MASTER-FILE
                 COMMISSION-ACCRUAL-FILE
                 REVERSAL-JOURNAL-FILE
                 CONTROL-LOG-FILE.
           DISPLAY VOUCHERS-CREATED " PAYOUT VOUCHER(S) WRITTEN "
               "TO THE A/P VOUCHER FILE.".
           ACCEPT ENTERED-FILING-STATUS.
           DISPLAY "ENTER THE COMMISSION EXPENSE GL ACCOUNT: ".
           ACCEPT COMMISSION-GL-ACCOUNT.
           DISPLAY "ENTER THE STATEMENT PERIOD - THE MONTH WHOSE CASH".
           DISPLAY "COLLECTED AND CHARGEBACKS THE STATEMENTS TAKE UP".
           DISPLAY "(CCYYMM), OR 0 FOR THE CURRENT MONTH: ".
           ACCEPT STATEMENT-PERIOD.
           IF STATEMENT-PERIOD = ZERO
               COMPUTE STATEMENT-PERIOD = CD-YEAR * 100 + CD-MONTH.
           DISPLAY "ENTER THE OUTPUT DESTINATION (PRINTER NAME OR"
           DISPLAY "FILE PATH), OR PRESS ENTER FOR " OUTPUT-DESTINATION.
           ACCEPT DESTINATION-ENTRY.
           MOVE ZERO TO REP-SALES-BUCKET (BUCKET-SUB).
           ADD 1 TO BUCKET-SUB.
      *
      *    The basis comes off the rep's own rate record, the
      *    rep-00 record when there is none, and billed sales when
      *    neither is on file - the same fallback as the rate.
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
           PERFORM 210-READ-CUSTOMER-RECORD.
           IF CUSTMAST-EOF-SWITCH = "N"
               MOVE CM-SALES-THIS-YTD TO APPORTION-AMOUNT
               MOVE "B" TO APPORTION-BASIS
               PERFORM 215-ALLOCATE-CUSTOMER-SALES.
      *
       210-READ-CUSTOMER-RECORD.
                   UNTIL SPLIT-SUB > 3
           ELSE
               COMPUTE BUCKET-SUB = CM-SALESREP-NUMBER + 1
               IF REP-BASIS (BUCKET-SUB) = APPORTION-BASIS
                   ADD APPORTION-AMOUNT
                       TO REP-SALES-BUCKET (BUCKET-SUB).
      *
       218-ALLOCATE-ONE-SHARE.
      *
               COMPUTE BUCKET-SUB =
                   SP-REP-NUMBER (SPLIT-SUB) + 1
               COMPUTE ALLOCATED-SALES ROUNDED =
                   APPORTION-AMOUNT *
                       SP-SHARE-PERCENT (SPLIT-SUB) / 100
               IF REP-BASIS (BUCKET-SUB) = APPORTION-BASIS
                   ADD ALLOCATED-SALES
                       TO REP-SALES-BUCKET (BUCKET-SUB).
           ADD 1 TO SPLIT-SUB.
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
      *    Pass 2 - one statement (and one payout voucher) per
      *    rep bucket with sales in it, and for any rep with a
      *    chargeback, a balance carried in, or an override.
      *
       400-PRODUCE-ALL-STATEMENTS.
      *
       410-PRODUCE-ONE-STATEMENT.
      *
           IF REP-SALES-BUCKET (BUCKET-SUB) NOT = ZERO
               OR REP-CHARGEBACK-BUCKET (BUCKET-SUB) NOT = ZERO
               OR REP-CARRIED-IN (BUCKET-SUB) NOT = ZERO
               OR REP-OVERRIDE-BUCKET (BUCKET-SUB) NOT = ZERO
               COMPUTE CURRENT-REP = BUCKET-SUB - 1
               MOVE REP-SALES-BUCKET (BUCKET-SUB)
                   TO REP-TOTAL-THIS-YTD
               PERFORM 415-START-REP-STATEMENT
               PERFORM 418-LIST-REP-DETAIL
               PERFORM 240-FINISH-REP-STATEMENT.
           ADD 1 TO BUCKET-SUB.
      *
       415-START-REP-STATEMENT.
      *
           MOVE CURRENT-REP TO SH-SALESREP.
           MOVE STMT-YEAR  TO SH-YEAR.
           MOVE STMT-MONTH TO SH-MONTH.
           MOVE STATEMENT-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       418-LIST-REP-DETAIL.
      *
           MOVE ZERO TO CHARGEBACK-TOTAL.
           IF REP-PAID-ON-CASH (BUCKET-SUB)
               PERFORM 440-LIST-REP-COLLECTIONS
           ELSE
               PERFORM 420-LIST-REP-CUSTOMERS.
           IF REP-CHARGEBACK-BUCKET (BUCKET-SUB) NOT = ZERO
               PERFORM 460-LIST-REP-CHARGEBACKS.
           IF REP-OVERRIDE-BUCKET (BUCKET-SUB) NOT = ZERO
               PERFORM 480-LIST-MANAGER-OVERRIDE.
      *
      *    The customer detail re-reads CUSTMAST for the rep in
      *    hand - each customer prints with the sales actually
           MOVE CUSTOMER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
      *    A cash-basis rep's detail is the invoices paid in the
      *    period - each line's collected sales credited to the
      *    rep by share, and the commission that share earned at
      *    the rep's rate. The gross is the sum of those lines, so
      *    the statement foots to the penny.
      *
       440-LIST-REP-COLLECTIONS.
      *
           PERFORM 245-LOOKUP-COMMISSION-RATE.
           MOVE ZERO TO CASH-COMMISSION-TOTAL.
           MOVE SPACE TO PRINT-AREA.
           STRING "PAID ON CASH COLLECTED - INVOICES PAID IN "
               STATEMENT-PERIOD (1:4) "/" STATEMENT-PERIOD (5:2)
               DELIMITED BY SIZE INTO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE COLLECTION-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 165-POSITION-CASH-AT-START.
           PERFORM 445-LIST-ONE-COLLECTION
               UNTIL CASHAPP-EOF-SWITCH = "Y".
      *
       445-LIST-ONE-COLLECTION.
      *
           PERFORM 175-READ-COLLECTION-IN-PERIOD.
           IF CASHAPP-EOF-SWITCH = "N"
               AND CUSTOMER-FOUND-SWITCH = "Y"
               PERFORM 430-CREDIT-TO-CURRENT-REP
               IF CUSTOMER-SHARE-PERCENT NOT = ZERO
                   PERFORM 450-PRINT-COLLECTION-LINE.
      *
       450-PRINT-COLLECTION-LINE.
      *
           COMPUTE ALLOCATED-SALES ROUNDED =
               COLLECTED-SALES * CUSTOMER-SHARE-PERCENT / 100.
           COMPUTE LINE-COMMISSION ROUNDED =
               ALLOCATED-SALES * REP-COMMISSION-RATE.
           ADD LINE-COMMISSION TO CASH-COMMISSION-TOTAL.
           MOVE CA-INVOICE-NUMBER  TO COL-INVOICE-NUMBER.
           MOVE CM-CUSTOMER-NUMBER TO COL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME   TO COL-CUSTOMER-NAME.
           MOVE CA-APPLIED-DATE    TO COL-APPLIED-DATE.
           MOVE ALLOCATED-SALES    TO COL-COLLECTED.
           MOVE LINE-COMMISSION    TO COL-COMMISSION.
           MOVE SPACE TO COL-SHARE-NOTE.
           IF CUSTOMER-SHARE-PERCENT NOT = 100
               STRING CUSTOMER-SHARE-PERCENT "% SHARE"
                   DELIMITED BY SIZE INTO COL-SHARE-NOTE.
           MOVE COLLECTION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
      *    The rep's chargebacks, item by item - re-found the same
      *    way pass 1C found them, so they foot to the bucket.
      *
       460-LIST-REP-CHARGEBACKS.
      *
           MOVE SPACE TO PRINT-AREA.
           STRING "CHARGEBACKS - COMMISSION PAID ON SALES CREDITED "
               "OR WRITTEN OFF IN " STATEMENT-PERIOD (1:4) "/"
               STATEMENT-PERIOD (5:2)
               DELIMITED BY SIZE INTO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE CHARGEBACK-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 182-POSITION-SALES-AT-START.
           PERFORM 465-LIST-ONE-CHARGEBACK
               UNTIL TRANSACTION-EOF-SWITCH = "Y".
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       465-LIST-ONE-CHARGEBACK.
      *
           PERFORM 186-READ-CHARGEBACK-IN-PERIOD.
           IF CUSTOMER-FOUND-SWITCH = "Y"
               AND REP-BASIS (BUCKET-SUB) = CHARGEBACK-BASIS
               PERFORM 430-CREDIT-TO-CURRENT-REP
               IF CUSTOMER-SHARE-PERCENT NOT = ZERO
                   PERFORM 470-PRINT-CHARGEBACK-LINE.
      *
       470-PRINT-CHARGEBACK-LINE.
      *
           MOVE CURRENT-REP TO CHARGEBACK-REP.
           PERFORM 197-COMPUTE-SHARE-CHARGEBACK.
           ADD SHARE-CHARGEBACK TO CHARGEBACK-TOTAL.
           MOVE SAVED-INVOICE-NUMBER TO CBL-INVOICE-NUMBER.
           MOVE CHARGEBACK-ORIGINAL  TO CBL-ORIGINAL-INVOICE.
           MOVE CM-CUSTOMER-NUMBER   TO CBL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME     TO CBL-CUSTOMER-NAME.
           IF CHARGEBACK-BASIS = "C"
               MOVE "CREDIT MEMO" TO CBL-ITEM-TYPE
           ELSE
               MOVE "WRITE-OFF" TO CBL-ITEM-TYPE.
           MOVE CHARGEBACK-AMOUNT    TO CBL-AMOUNT.
           MOVE ORIGINAL-RATE        TO CBL-RATE.
           MOVE SHARE-CHARGEBACK     TO CBL-CHARGEBACK.
           MOVE SPACE TO CBL-SHARE-NOTE.
           IF CUSTOMER-SHARE-PERCENT NOT = 100
               STRING CUSTOMER-SHARE-PERCENT "% SHARE"
                   DELIMITED BY SIZE INTO CBL-SHARE-NOTE.
           MOVE CHARGEBACK-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
      *    A manager's override, team rep by team rep - every
      *    bucket whose manager is the rep in hand, with the
      *    rep's name off the Sales Rep Master.
      *
       480-LIST-MANAGER-OVERRIDE.
      *
           MOVE SPACE TO PRINT-AREA.
           STRING "BRANCH MANAGER OVERRIDE - SALES CREDITED TO THE "
               "BRANCH'S OTHER REPS"
               DELIMITED BY SIZE INTO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE OVERRIDE-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE 1 TO TEAM-SUB.
           PERFORM 485-LIST-ONE-TEAM-REP
               UNTIL TEAM-SUB > 100.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       485-LIST-ONE-TEAM-REP.
      *
           IF REP-MANAGER (TEAM-SUB) = CURRENT-REP
               AND REP-SALES-BUCKET (TEAM-SUB) NOT = ZERO
               PERFORM 490-PRINT-OVERRIDE-LINE.
           ADD 1 TO TEAM-SUB.
      *
       490-PRINT-OVERRIDE-LINE.
      *
           COMPUTE TEAM-REP = TEAM-SUB - 1.
           COMPUTE TEAM-OVERRIDE ROUNDED =
               REP-SALES-BUCKET (TEAM-SUB) *
                   REP-OVERRIDE-RATE (TEAM-SUB).
           MOVE TEAM-REP TO RM-SALESREP-NUMBER.
           READ SALESREP-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO RM-SALESREP-NAME.
           MOVE TEAM-REP TO OVL-SALESREP.
           MOVE RM-SALESREP-NAME TO OVL-SALESREP-NAME.
           MOVE REP-SALES-BUCKET (TEAM-SUB) TO OVL-CREDITED-SALES.
           MOVE REP-OVERRIDE-RATE (TEAM-SUB) TO OVL-RATE.
           MOVE TEAM-OVERRIDE TO OVL-OVERRIDE.
           MOVE OVERRIDE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
      *    End of one rep's statement - totals, rate, gross, the
      *    chargebacks and any balance carried in, withholding,
      *    net, then the A/P voucher for the net. Chargebacks
      *    that come to more than the period earned leave the
      *    commission due at zero and carry the rest forward.
      *
       240-FINISH-REP-STATEMENT.
      *
           PERFORM 245-LOOKUP-COMMISSION-RATE.
           IF REP-PAID-ON-CASH (BUCKET-SUB)
               MOVE CASH-COMMISSION-TOTAL TO GROSS-COMMISSION
               MOVE "CASH COLLECTED:       " TO STL-LABEL
           ELSE
               PERFORM 232-COMPUTE-BILLED-COMMISSION
               MOVE "YTD SALES CREDITED:   " TO STL-LABEL.
           MOVE REP-CARRIED-IN (BUCKET-SUB) TO CARRIED-IN-AMOUNT.
           MOVE REP-OVERRIDE-BUCKET (BUCKET-SUB)
               TO OVERRIDE-COMMISSION.
           COMPUTE COMMISSION-DUE = GROSS-COMMISSION
               + OVERRIDE-COMMISSION
               - CHARGEBACK-TOTAL - CARRIED-IN-AMOUNT.
           MOVE ZERO TO CARRY-FORWARD.
           IF COMMISSION-DUE < ZERO
               COMPUTE CARRY-FORWARD = ZERO - COMMISSION-DUE
               MOVE ZERO TO COMMISSION-DUE.
           PERFORM 244-RECOVER-THE-DRAW.
           PERFORM 250-COMPUTE-WITHHOLDING.
           COMPUTE NET-PAYOUT =
               COMMISSION-DUE - WITHHOLDING-AMOUNT.
           MOVE REP-TOTAL-THIS-YTD TO STL-AMOUNT.
           PERFORM 290-WRITE-TOTAL-LINE.
           MOVE REP-COMMISSION-RATE TO RL-RATE.
           MOVE "GROSS COMMISSION:     " TO STL-LABEL.
           MOVE GROSS-COMMISSION TO STL-AMOUNT.
           PERFORM 290-WRITE-TOTAL-LINE.
           IF OVERRIDE-COMMISSION NOT = ZERO
               MOVE "PLUS MANAGER OVERRIDE:" TO STL-LABEL
               MOVE OVERRIDE-COMMISSION TO STL-AMOUNT
               PERFORM 290-WRITE-TOTAL-LINE.
           IF CHARGEBACK-TOTAL NOT = ZERO
               OR CARRIED-IN-AMOUNT NOT = ZERO
               PERFORM 242-WRITE-DEDUCTION-LINES.
           IF DRAW-BALANCE-BEFORE NOT = ZERO
               PERFORM 243-WRITE-DRAW-LINES.
           MOVE "WITHHOLDING:          " TO STL-LABEL.
           MOVE WITHHOLDING-AMOUNT TO STL-AMOUNT.
           PERFORM 290-WRITE-TOTAL-LINE.
           MOVE "NET PAYOUT:           " TO STL-LABEL.
           MOVE NET-PAYOUT TO STL-AMOUNT.
           PERFORM 290-WRITE-TOTAL-LINE.
           IF CARRY-FORWARD NOT = ZERO
               MOVE "CARRIED FORWARD:      " TO STL-LABEL
               MOVE CARRY-FORWARD TO STL-AMOUNT
               PERFORM 290-WRITE-TOTAL-LINE.
           MOVE ZERO TO PAYOUT-VOUCHER-NUMBER.
           PERFORM 260-CREATE-PAYOUT-VOUCHER.
           PERFORM 280-RECORD-THE-STATEMENT.
      *
       242-WRITE-DEDUCTION-LINES.
      *
           MOVE "LESS CHARGEBACKS:     " TO STL-LABEL.
           MOVE CHARGEBACK-TOTAL TO STL-AMOUNT.
           PERFORM 290-WRITE-TOTAL-LINE.
           MOVE "LESS CARRIED IN:      " TO STL-LABEL.
           MOVE CARRIED-IN-AMOUNT TO STL-AMOUNT.
           PERFORM 290-WRITE-TOTAL-LINE.
           MOVE "COMMISSION DUE:       " TO STL-LABEL.
           COMPUTE STL-AMOUNT = COMMISSION-DUE + DRAW-RECOVERED.
           PERFORM 290-WRITE-TOTAL-LINE.
      *
       243-WRITE-DRAW-LINES.
      *
           MOVE "DRAW BALANCE OWED:    " TO STL-LABEL.
           MOVE DRAW-BALANCE-BEFORE TO STL-AMOUNT.
           PERFORM 290-WRITE-TOTAL-LINE.
           MOVE "LESS DRAW RECOVERED:  " TO STL-LABEL.
           MOVE DRAW-RECOVERED TO STL-AMOUNT.
           PERFORM 290-WRITE-TOTAL-LINE.
           MOVE "DUE AFTER RECOVERY:   " TO STL-LABEL.
           MOVE COMMISSION-DUE TO STL-AMOUNT.
           PERFORM 290-WRITE-TOTAL-LINE.
           MOVE "DRAW STILL OWED:      " TO STL-LABEL.
           MOVE RM-DRAW-BALANCE TO STL-AMOUNT.
           PERFORM 290-WRITE-TOTAL-LINE.
      *
      *    The draw balance still owed comes out of the commission
      *    due, up to the rep's recovery percent of it (all of it
      *    when no percent was set). A rerun of the period first
      *    puts back what the earlier run recovered, off that
      *    run's history record, so the balance is never taken
      *    twice for one month.
      *
       244-RECOVER-THE-DRAW.
      *
           MOVE ZERO TO DRAW-BALANCE-BEFORE.
           MOVE ZERO TO DRAW-RECOVERED.
           MOVE CURRENT-REP TO RM-SALESREP-NUMBER.
           READ SALESREP-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO REP-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO REP-FOUND-SWITCH.
           IF REP-FOUND-SWITCH = "Y"
               PERFORM 246-TAKE-BACK-EARLIER-RECOVERY
               MOVE RM-DRAW-BALANCE TO DRAW-BALANCE-BEFORE
               IF DRAW-BALANCE-BEFORE > ZERO
                   AND COMMISSION-DUE > ZERO
                   PERFORM 248-COMPUTE-DRAW-RECOVERY.
      *
       246-TAKE-BACK-EARLIER-RECOVERY.
      *
           MOVE CURRENT-REP TO CMH-SALESREP-NUMBER.
           MOVE STATEMENT-PERIOD TO CMH-PERIOD.
           READ COMMISSION-HISTORY-FILE
               INVALID KEY
                   MOVE "N" TO HISTORY-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO HISTORY-FOUND-SWITCH.
           IF HISTORY-FOUND-SWITCH = "Y"
               AND CMH-DRAW-RECOVERED NOT = ZERO
               ADD CMH-DRAW-RECOVERED TO RM-DRAW-BALANCE
               MOVE ZERO TO CMH-DRAW-RECOVERED
               REWRITE COMMISSION-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING COMMISSION HISTORY".
      *
       248-COMPUTE-DRAW-RECOVERY.
      *
           MOVE RM-DRAW-RECOVERY-PERCENT TO DRAW-RECOVERY-PERCENT.
           IF DRAW-RECOVERY-PERCENT = ZERO
               MOVE 100 TO DRAW-RECOVERY-PERCENT.
           COMPUTE DRAW-RECOVERY-LIMIT ROUNDED =
               COMMISSION-DUE * DRAW-RECOVERY-PERCENT / 100.
           IF DRAW-RECOVERY-LIMIT < DRAW-BALANCE-BEFORE
               MOVE DRAW-RECOVERY-LIMIT TO DRAW-RECOVERED
           ELSE
               MOVE DRAW-BALANCE-BEFORE TO DRAW-RECOVERED.
           SUBTRACT DRAW-RECOVERED FROM COMMISSION-DUE.
           SUBTRACT DRAW-RECOVERED FROM RM-DRAW-BALANCE.
      *
       245-LOOKUP-COMMISSION-RATE.
      *
                   MOVE "N" TO RATE-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO RATE-FOUND-SWITCH.
           MOVE "Y" TO TIERS-IN-PLAY.
           IF RATE-FOUND-SWITCH = "Y"
               MOVE CR-COMMISSION-RATE TO REP-COMMISSION-RATE
           ELSE
                   INVALID KEY
                       MOVE DEFAULT-COMMISSION-RATE TO
                           REP-COMMISSION-RATE
                       MOVE "N" TO TIERS-IN-PLAY
                   NOT INVALID KEY
                       MOVE CR-COMMISSION-RATE TO
                           REP-COMMISSION-RATE.
      *
      *    Marginal through the rate record's volume tiers when it
      *    carries any, flat otherwise - PAYWRK01's computation,
      *    so the statement and the worksheet agree. A tiered
      *    gross leaves the effective rate as the rep's rate, for
      *    the statement and for chargebacks against the period.
      *
       232-COMPUTE-BILLED-COMMISSION.
      *
           IF TIERS-IN-PLAY = "Y"
               AND CR-TIER-RATE (1) NOT = ZERO
               PERFORM 234-COMPUTE-TIERED-COMMISSION
               IF REP-TOTAL-THIS-YTD > ZERO
                   COMPUTE REP-COMMISSION-RATE ROUNDED =
                       GROSS-COMMISSION / REP-TOTAL-THIS-YTD
               END-IF
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
       250-COMPUTE-WITHHOLDING.
      *
       255-APPLY-WITHHOLDING-BRACKET.
      *
           IF WE-FILING-STATUS (WITHHOLDING-IDX) = ENTERED-FILING-STATUS
                   AND COMMISSION-DUE > WE-BRACKET-LOWER
                       (WITHHOLDING-IDX)
               IF COMMISSION-DUE < WE-BRACKET-UPPER (WITHHOLDING-IDX)
                   COMPUTE TAXABLE-IN-BRACKET =
                       COMMISSION-DUE -
                           WE-BRACKET-LOWER (WITHHOLDING-IDX)
               ELSE
                   COMPUTE TAXABLE-IN-BRACKET =
           MOVE "N" TO VOUCHER-SELECTED.
           MOVE "N" TO VOUCHER-CREDIT-MEMO.
           MOVE "N" TO VOUCHER-TAXABLE.
           MOVE "CMSTMT01" TO VOUCHER-ENTERED-BY.
           MOVE TODAY-CCYYMMDD TO VOUCHER-ENTERED-DATE.
           WRITE VOUCHER-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING PAYOUT VOUCHER"
               NOT INVALID KEY
                   MOVE VOUCHER-NUMBER TO PAYOUT-VOUCHER-NUMBER
                   ADD 1 TO VOUCHERS-CREATED
                   DISPLAY "VOUCHER " VOUCHER-NUMBER
                       " WRITTEN FOR REP " CURRENT-REP.
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE CURRENT-TIME TO CTLLOG-TIME.
           WRITE CONTROL-LOG-RECORD.
      *
      *    The statement goes on the history - a rerun of the
      *    period rewrites it - so the next statement picks up
      *    the carry forward and later chargebacks the rate. The
      *    draw recovered comes off the rep's balance at the same
      *    moment.
      *
       280-RECORD-THE-STATEMENT.
      *
           IF REP-FOUND-SWITCH = "Y"
               REWRITE SALESREP-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING SALES REP "
                           CURRENT-REP.
           MOVE CURRENT-REP TO CMH-SALESREP-NUMBER.
           MOVE STATEMENT-PERIOD TO CMH-PERIOD.
           READ COMMISSION-HISTORY-FILE
               INVALID KEY
                   MOVE "N" TO HISTORY-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO HISTORY-FOUND-SWITCH.
           MOVE TODAY-CCYYMMDD TO CMH-RUN-DATE.
           MOVE REP-BASIS (BUCKET-SUB) TO CMH-COMMISSION-BASIS.
           MOVE REP-COMMISSION-RATE TO CMH-COMMISSION-RATE.
           MOVE REP-TOTAL-THIS-YTD TO CMH-CREDITED-AMOUNT.
           MOVE GROSS-COMMISSION TO CMH-GROSS-COMMISSION.
           MOVE CHARGEBACK-TOTAL TO CMH-CHARGEBACKS.
           MOVE CARRIED-IN-AMOUNT TO CMH-CARRIED-IN.
           MOVE WITHHOLDING-AMOUNT TO CMH-WITHHOLDING.
           MOVE NET-PAYOUT TO CMH-NET-PAYOUT.
           MOVE PAYOUT-VOUCHER-NUMBER TO CMH-VOUCHER-NUMBER.
           MOVE CARRY-FORWARD TO CMH-CARRY-FORWARD.
           MOVE DRAW-RECOVERED TO CMH-DRAW-RECOVERED.
           MOVE OVERRIDE-COMMISSION TO CMH-OVERRIDE-COMMISSION.
           MOVE RM-DRAW-BALANCE TO CMH-DRAW-BALANCE.
           IF REP-FOUND-SWITCH = "N"
               MOVE ZERO TO CMH-DRAW-BALANCE.
           IF HISTORY-FOUND-SWITCH = "Y"
               REWRITE COMMISSION-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING COMMISSION HISTORY"
           ELSE
               WRITE COMMISSION-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING COMMISSION HISTORY".
           PERFORM 282-REVERSE-THE-ACCRUAL.
      *
      *    An accrual still open for the rep and period goes back
      *    out line for line - the payable debited, the expense
      *    credited to the branch it was charged to - and is
      *    stamped with the reversing batch, so a rerun of the
      *    statement never reverses it twice.
      *
       282-REVERSE-THE-ACCRUAL.
      *
           MOVE CURRENT-REP TO CAC-SALESREP-NUMBER.
           MOVE STATEMENT-PERIOD TO CAC-PERIOD.
           READ COMMISSION-ACCRUAL-FILE
               INVALID KEY
                   MOVE "N" TO ACCRUAL-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO ACCRUAL-FOUND-SWITCH.
           IF ACCRUAL-FOUND-SWITCH = "Y"
               AND CAC-ACCRUAL-IS-OPEN
               PERFORM 284-WRITE-REVERSAL-LINES.
      *
       284-WRITE-REVERSAL-LINES.
      *
           IF REVERSAL-BATCH-NUMBER = ZERO
               PERFORM 286-TAKE-NEXT-BATCH-NUMBER.
           MOVE "D" TO EX-DEBIT-CREDIT.
           MOVE CAC-PAYABLE-ACCOUNT TO EX-ACCOUNT.
           MOVE ZERO TO EX-BRANCH.
           MOVE REVERSAL-BATCH-NUMBER TO EX-BATCH.
           MOVE CAC-ACCRUED-AMOUNT TO EX-AMOUNT.
           WRITE REVERSAL-JOURNAL-RECORD.
           MOVE "C" TO EX-DEBIT-CREDIT.
           MOVE CAC-EXPENSE-ACCOUNT TO EX-ACCOUNT.
           MOVE CAC-BRANCH-NUMBER TO EX-BRANCH.
           WRITE REVERSAL-JOURNAL-RECORD.
           MOVE REVERSAL-BATCH-NUMBER TO CAC-REVERSAL-BATCH.
           MOVE TODAY-CCYYMMDD TO CAC-REVERSAL-DATE.
           REWRITE COMMISSION-ACCRUAL-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING COMMISSION ACCRUAL".
           ADD 1 TO ACCRUALS-REVERSED.
           ADD CAC-ACCRUED-AMOUNT TO REVERSAL-TOTAL.
           MOVE "ACCRUAL REVERSED:     " TO STL-LABEL.
           MOVE CAC-ACCRUED-AMOUNT TO STL-AMOUNT.
           PERFORM 290-WRITE-TOTAL-LINE.
      *
      *    One record, the last sales journal batch number issued
      *    - the same control STXGLX01 numbers its batches from.
      *    The number is saved as the last issued the moment it
      *    is taken, so no other run can number a batch with it.
      *
       286-TAKE-NEXT-BATCH-NUMBER.
      *
           MOVE ZERO TO BC-LAST-GL-BATCH.
           OPEN INPUT BATCH-CONTROL-FILE.
           READ BATCH-CONTROL-FILE
               AT END
                   MOVE "Y" TO CONTROL-EOF-SWITCH.
           CLOSE BATCH-CONTROL-FILE.
           COMPUTE REVERSAL-BATCH-NUMBER = BC-LAST-GL-BATCH + 1.
           PERFORM 520-SAVE-THE-BATCH-NUMBER.
      *
       290-WRITE-TOTAL-LINE.
      *
           MOVE STATEMENT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
      *    The reversing batch, when there was one, is kept on the
      *    Sales GL Batch File - it puts nothing into A/R.
      *
       500-CLOSE-OUT-REVERSALS.
      *
           IF ACCRUALS-REVERSED NOT = ZERO
               PERFORM 510-RECORD-THE-BATCH
               DISPLAY ACCRUALS-REVERSED " COMMISSION ACCRUAL(S) "
                   "REVERSED IN BATCH " REVERSAL-BATCH-NUMBER.
      *
       510-RECORD-THE-BATCH.
      *
           OPEN I-O SALES-GL-BATCH-FILE.
           MOVE REVERSAL-BATCH-NUMBER TO SB-BATCH-NUMBER.
           MOVE TODAY-CCYYMMDD TO SB-EXPORT-DATE.
           MOVE ACCRUALS-REVERSED TO SB-TRANSACTION-COUNT.
           MOVE ZERO TO SB-RETURN-COUNT.
           MOVE ZERO TO SB-AR-TOTAL.
           MOVE "N" TO SB-CONFIRMED.
           MOVE ZEROES TO SB-GL-POSTING-DATE.
           WRITE SALES-GL-BATCH-RECORD
               INVALID KEY
                   DISPLAY "BATCH " REVERSAL-BATCH-NUMBER
                       " IS ALREADY ON THE BATCH FILE".
           CLOSE SALES-GL-BATCH-FILE.
      *
       520-SAVE-THE-BATCH-NUMBER.
      *
           OPEN OUTPUT BATCH-CONTROL-FILE.
           MOVE REVERSAL-BATCH-NUMBER TO BC-LAST-GL-BATCH.
           WRITE BATCH-CONTROL-RECORD.
           CLOSE BATCH-CONTROL-FILE.
