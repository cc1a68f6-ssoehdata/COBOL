      *    it twice is harmless because a posted transaction is
      *    never posted again. From here on the YTD figure
      *    RPT2000/RPT2001 and every commission dollar ride on
      *    is the auditable sum of these transactions. A finance
      *    charge (FINCHG01), a bad-debt write-off (WOFAPR01), a
      *    recovery (WOFREC01), a credit-balance refund
      *    (CUSRFD01), an A/R-A/P netting (CVXNET01) or a
      *    returned check fee (NSFENT01) is posted and counted
      *    with the other adjustments but is not a sale, so it
      *    never reaches the YTD figure or the month's history
      *    bucket.
      *
      *    The run checkpoints to STXPST.RST as it goes (see
      *    FDRST01.CBL) - before images of the customer and
      *    history amounts just ahead of each posting, then the
      *    transaction key and batch totals once it's flagged.
      *    If a run dies midway, the rerun puts back whatever
      *    the half-posted transaction had touched, carries the
      *    interrupted run's totals forward, and resumes after
      *    the last committed transaction, with a restart
      *    notice at the top of the register.
      *
       ENVIRONMENT DIVISION.
      *
           COPY "SLSTRX01.CBL".
           COPY "SLCUST01.CBL".
           COPY "SLCSH01.CBL".
           SELECT OPTIONAL RESTART-FILE ASSIGN TO
               "C:\gnuCobol\COBOL\DATA\STXPST.RST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTING-REGISTER ASSIGN DYNAMIC OUTPUT-DESTINATION.
      *
       DATA DIVISION.
           COPY "FDCUST01.CBL".
      *
           COPY "FDCSH01.CBL".
      *
           COPY "FDRST01.CBL".
      *
       FD  POSTING-REGISTER.
      *
           05  TRANSACTION-EOF-SWITCH  PIC X   VALUE "N".
           05  CUSTOMER-FOUND-SWITCH   PIC X   VALUE "N".
           05  HISTORY-FOUND-SWITCH    PIC X   VALUE "N".
           05  RESTART-SWITCH          PIC X   VALUE "N".
           05  IN-FLIGHT-FOUND-SWITCH  PIC X   VALUE "N".
      *
       01  PARAMETER-FIELDS.
           05  OUTPUT-DESTINATION      PIC X(60)     VALUE
           05  CREDIT-DOLLARS          PIC S9(7)V99  VALUE ZERO.
           05  ADJUSTMENTS-POSTED      PIC S9(5)     VALUE ZERO.
           05  ADJUSTMENT-DOLLARS      PIC S9(7)V99  VALUE ZERO.
      *
       01  RUN-FIELDS.
           05  TODAY-DATE              PIC 9(8).
           05  CURRENT-TIME            PIC 9(8).
      *
       01  DETAIL-LINE.
           05  DL-CUSTOMER-NUMBER   PIC 9(5).
           05  FILLER               PIC X(11)      VALUE "  REJECTED:".
           05  TL-REJECTED          PIC ZZZZ9.
           05  FILLER               PIC X(65)      VALUE SPACE.
      *
       01  RESTART-LINE-1.
           05  FILLER               PIC X(38)      VALUE
               "*** RESTARTED RUN - RESUMING AFTER CUS".
           05  FILLER               PIC X(7)       VALUE "TOMER ".
           05  RL-CUSTOMER-NUMBER   PIC X(5).
           05  FILLER               PIC X(9)       VALUE " INVOICE ".
           05  RL-INVOICE-NUMBER    PIC X(8).
           05  FILLER               PIC X(4)       VALUE " ***".
           05  FILLER               PIC X(61)      VALUE SPACE.
      *
       01  RESTART-LINE-2.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  RL-POSTED            PIC ZZZZ9.
           05  FILLER               PIC X(29)      VALUE
               " TRANSACTION(S) FOR DOLLARS ".
           05  RL-DOLLARS           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(39)      VALUE
               " POSTED BEFORE THE INTERRUPTION ARE IN ".
           05  FILLER               PIC X(42)      VALUE
               "THE TOTALS BELOW".
      *
       01  RESTART-LINE-3.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  FILLER               PIC X(8)       VALUE "INVOICE ".
           05  RL-BACKED-OUT        PIC X(8).
           05  FILLER               PIC X(41)      VALUE
               " WAS HALF POSTED - BACKED OUT AND POSTED ".
           05  FILLER               PIC X(71)      VALUE "AGAIN".
      *
       PROCEDURE DIVISION.
      *
                      CUSTMAST
                      CUSTOMER-HISTORY-FILE
                OUTPUT POSTING-REGISTER.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 110-CHECK-FOR-RESTART.
           PERFORM 200-POST-ONE-TRANSACTION
               UNTIL TRANSACTION-EOF-SWITCH = "Y".
           PERFORM 300-PRINT-BATCH-TOTALS.
           MOVE "C" TO RS-RUN-STATE.
           PERFORM 150-WRITE-CHECKPOINT.
           CLOSE SALES-TRANSACTION-FILE
                 CUSTMAST
                 CUSTOMER-HISTORY-FILE
           ACCEPT DESTINATION-ENTRY.
           IF DESTINATION-ENTRY NOT = SPACES
               MOVE DESTINATION-ENTRY TO OUTPUT-DESTINATION.
      *
      *    A checkpoint still marked in progress means the last
      *    run never reached its batch totals - resume it.
      *    Anything else starts a fresh batch.
      *
       110-CHECK-FOR-RESTART.
      *
           MOVE SPACE TO RS-RUN-STATE.
           OPEN INPUT RESTART-FILE.
           READ RESTART-FILE
               AT END
                   MOVE SPACE TO RS-RUN-STATE.
           CLOSE RESTART-FILE.
           IF RS-RUN-IN-PROGRESS
               PERFORM 120-RESUME-INTERRUPTED-RUN
           ELSE
               MOVE "R" TO RS-RUN-STATE
               MOVE TODAY-DATE TO RS-RUN-DATE
               MOVE ZERO TO RS-RESTART-COUNT
               MOVE SPACES TO RS-LAST-KEY
               MOVE SPACES TO RS-IN-FLIGHT-KEY
               PERFORM 150-WRITE-CHECKPOINT.
      *
       120-RESUME-INTERRUPTED-RUN.
      *
           MOVE "Y" TO RESTART-SWITCH.
           ADD 1 TO RS-RESTART-COUNT.
           MOVE RS-BATCH-TOTALS TO BATCH-CONTROL-FIELDS.
           MOVE RS-LAST-KEY TO ST-TRANSACTION-KEY.
           MOVE ST-CUSTOMER-NUMBER TO RL-CUSTOMER-NUMBER.
           MOVE ST-INVOICE-NUMBER  TO RL-INVOICE-NUMBER.
           MOVE TRANSACTIONS-POSTED TO RL-POSTED.
           MOVE DOLLARS-POSTED      TO RL-DOLLARS.
           MOVE RESTART-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE RESTART-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           DISPLAY "RESTARTING THE INTERRUPTED POSTING RUN AFTER "
               "CUSTOMER " RL-CUSTOMER-NUMBER " INVOICE "
               RL-INVOICE-NUMBER.
           IF RS-IN-FLIGHT-KEY NOT = SPACES
               PERFORM 130-RESOLVE-IN-FLIGHT.
           PERFORM 150-WRITE-CHECKPOINT.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           IF RS-LAST-KEY = SPACES
               PERFORM 124-START-FROM-THE-TOP
           ELSE
               PERFORM 126-START-AFTER-LAST-KEY.
      *
       124-START-FROM-THE-TOP.
      *
           MOVE ZERO TO ST-CUSTOMER-NUMBER.
           MOVE SPACES TO ST-INVOICE-NUMBER.
           START SALES-TRANSACTION-FILE
               KEY NOT < ST-TRANSACTION-KEY
               INVALID KEY
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH.
      *
       126-START-AFTER-LAST-KEY.
      *
           MOVE RS-LAST-KEY TO ST-TRANSACTION-KEY.
           START SALES-TRANSACTION-FILE
               KEY > ST-TRANSACTION-KEY
               INVALID KEY
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH.
      *
      *    The run died somewhere inside this transaction. If its
      *    flag made it to disk, all of it did and it only needs
      *    counting; otherwise the customer and history amounts
      *    go back to their before images and the transaction is
      *    posted again like any other.
      *
       130-RESOLVE-IN-FLIGHT.
      *
           MOVE RS-IN-FLIGHT-KEY TO ST-TRANSACTION-KEY.
           READ SALES-TRANSACTION-FILE
               INVALID KEY
                   MOVE "N" TO IN-FLIGHT-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO IN-FLIGHT-FOUND-SWITCH.
           IF IN-FLIGHT-FOUND-SWITCH = "N"
               DISPLAY "IN-FLIGHT TRANSACTION " RS-IN-FLIGHT-KEY
                   " NO LONGER ON FILE - NOTHING BACKED OUT"
           ELSE
           IF ST-POSTED-FLAG = "Y"
               ADD 1 TO TRANSACTIONS-READ
               PERFORM 234-COUNT-AND-PRINT
               MOVE ST-TRANSACTION-KEY TO RS-LAST-KEY
           ELSE
               PERFORM 135-BACK-OUT-CUSTOMER
               PERFORM 140-BACK-OUT-HISTORY
               MOVE ST-INVOICE-NUMBER TO RL-BACKED-OUT
               MOVE RESTART-LINE-3 TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE SPACES TO RS-IN-FLIGHT-KEY.
      *
       135-BACK-OUT-CUSTOMER.
      *
           MOVE ST-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CUSTMAST
               INVALID KEY
                   MOVE "N" TO CUSTOMER-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO CUSTOMER-FOUND-SWITCH.
           IF CUSTOMER-FOUND-SWITCH = "Y"
               MOVE RS-CUSTOMER-YTD-BEFORE TO CM-SALES-THIS-YTD
               REWRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING CUSTOMER RECORD".
      *
      *    A bucket the interrupted posting created goes back to
      *    the zero it was checkpointed as rather than being
      *    deleted - posting it again adds to it like any other
      *    month already on file.
      *
       140-BACK-OUT-HISTORY.
      *
           PERFORM 232-READ-MONTH-HISTORY.
           IF HISTORY-FOUND-SWITCH = "Y"
               MOVE RS-HISTORY-BEFORE TO CH-SALES-AMOUNT
               REWRITE CUSTOMER-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING HISTORY RECORD".
      *
       150-WRITE-CHECKPOINT.
      *
           MOVE BATCH-CONTROL-FIELDS TO RS-BATCH-TOTALS.
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE CURRENT-TIME TO RS-CHECKPOINT-TIME.
           OPEN OUTPUT RESTART-FILE.
           WRITE RESTART-RECORD.
           CLOSE RESTART-FILE.
      *
       200-POST-ONE-TRANSACTION.
      *
                   " NOT ON FILE FOR INVOICE " ST-INVOICE-NUMBER
           ELSE
               PERFORM 230-POST-AND-FLAG.
      *
      *    The before images go to the checkpoint ahead of the
      *    first rewrite, and the key is committed only after the
      *    flag is on file, so a rerun always knows exactly how
      *    far this transaction got.
      *
       230-POST-AND-FLAG.
      *
           PERFORM 232-READ-MONTH-HISTORY.
           MOVE ST-TRANSACTION-KEY TO RS-IN-FLIGHT-KEY.
           MOVE CM-SALES-THIS-YTD TO RS-CUSTOMER-YTD-BEFORE.
           MOVE HISTORY-FOUND-SWITCH TO RS-HISTORY-FOUND.
           IF HISTORY-FOUND-SWITCH = "Y"
               MOVE CH-SALES-AMOUNT TO RS-HISTORY-BEFORE
           ELSE
               MOVE ZERO TO RS-HISTORY-BEFORE.
           PERFORM 150-WRITE-CHECKPOINT.
           IF NOT ST-STAYS-OUT-OF-SALES
               ADD ST-INVOICE-AMOUNT TO CM-SALES-THIS-YTD.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING CUSTOMER RECORD".
           IF NOT ST-STAYS-OUT-OF-SALES
               PERFORM 235-ROLL-MONTH-HISTORY.
           MOVE "Y" TO ST-POSTED-FLAG.
           REWRITE SALES-TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING TRANSACTION RECORD".
           PERFORM 234-COUNT-AND-PRINT.
           MOVE ST-TRANSACTION-KEY TO RS-LAST-KEY.
           MOVE SPACES TO RS-IN-FLIGHT-KEY.
           PERFORM 150-WRITE-CHECKPOINT.
      *
       232-READ-MONTH-HISTORY.
      *
           MOVE ST-CUSTOMER-NUMBER TO CH-CUSTOMER-NUMBER.
           MOVE ST-INVOICE-DATE(1:6) TO CH-PERIOD.
           READ CUSTOMER-HISTORY-FILE
               INVALID KEY
                   MOVE "N" TO HISTORY-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO HISTORY-FOUND-SWITCH.
      *
       234-COUNT-AND-PRINT.
      *
           ADD 1 TO TRANSACTIONS-POSTED.
           ADD ST-INVOICE-AMOUNT TO DOLLARS-POSTED.
           PERFORM 236-COUNT-BY-TYPE.
      *
      *    The month's bucket on the history file rolls forward
      *    with every posting - the seasonality report reads
      *    what posting already proved. The bucket was read by
      *    232 before the checkpoint.
      *
       235-ROLL-MONTH-HISTORY.
      *
           IF HISTORY-FOUND-SWITCH = "Y"
               ADD ST-INVOICE-AMOUNT TO CH-SALES-AMOUNT
               REWRITE CUSTOMER-HISTORY-RECORD
