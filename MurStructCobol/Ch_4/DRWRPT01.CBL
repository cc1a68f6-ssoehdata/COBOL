       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. DRWRPT01.
      *
      *    Draw balance report - one line per sales rep with a draw
      *    schedule or a draw balance on the Sales Rep Master: the
      *    monthly draw and the months it runs, whether it is
      *    recoverable and at what percent of each statement's
      *    commission, the last month DRWPAY01 paid, and what is
      *    still owed back. A second section lists every
      *    terminated rep who left with a recoverable balance
      *    unrecovered - no more commission will come to take it
      *    out of, so each one is for the sales manager and
      *    payroll to settle by hand.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           COPY "SLREP01.CBL".
           SELECT DRAW-REPORT ASSIGN DYNAMIC OUTPUT-DESTINATION.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
           COPY "FDREP01.CBL".
      *
       FD  DRAW-REPORT.
      *
       01  PRINT-AREA      PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  REP-EOF-SWITCH          PIC X   VALUE "N".
      *
       01  PARAMETER-FIELDS.
           05  OUTPUT-DESTINATION      PIC X(60)     VALUE
               "C:\gnuCobol\COBOL\DATA\DRWRPT.PRN".
           05  DESTINATION-ENTRY       PIC X(60)     VALUE SPACE.
      *
       01  TOTAL-FIELDS.
           05  REPS-LISTED             PIC 9(3)      VALUE ZERO.
           05  REPS-UNRECOVERED        PIC 9(3)      VALUE ZERO.
           05  TOTAL-BALANCE           PIC S9(9)V99  VALUE ZERO.
           05  TOTAL-UNRECOVERED       PIC S9(9)V99  VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER          PIC X(30)   VALUE
               "SALES REP DRAW BALANCE REPORT".
           05  FILLER          PIC X(102)  VALUE SPACE.
      *
       01  HEADING-LINE-2.
           05  FILLER          PIC X(20)   VALUE
               "REP  NAME           ".
           05  FILLER          PIC X(20)   VALUE
               "     ST       MONTHL".
           05  FILLER          PIC X(20)   VALUE
               "Y DRAW   START     E".
           05  FILLER          PIC X(20)   VALUE
               "ND     RECOV  PCT  L".
           05  FILLER          PIC X(20)   VALUE
               "AST PAID     BALANCE".
           05  FILLER          PIC X(32)   VALUE SPACE.
      *
       01  DETAIL-LINE.
           05  DL-SALESREP          PIC 9(2).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  DL-SALESREP-NAME     PIC X(20).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  DL-STATUS            PIC X(1).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  DL-DRAW              PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  DL-START-DATE        PIC 9(8).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  DL-END-DATE          PIC 9(8).
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  DL-RECOVERABLE       PIC X(1).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  DL-PERCENT           PIC ZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  DL-LAST-PERIOD       PIC 9(6).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  DL-BALANCE           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(36)      VALUE SPACE.
      *
       01  WARNING-HEADING-LINE.
           05  FILLER          PIC X(40)   VALUE
               "** TERMINATED REPS WITH A DRAW BALANCE ".
           05  FILLER          PIC X(40)   VALUE
               "UNRECOVERED - SETTLE WITH PAYROLL **".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  WARNING-LINE.
           05  WL-SALESREP          PIC 9(2).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  WL-SALESREP-NAME     PIC X(20).
           05  FILLER               PIC X(13)      VALUE
               "  TERMINATED ".
           05  WL-TERMINATION-DATE  PIC 9(8).
           05  FILLER               PIC X(12)      VALUE
               "   STILL OWE".
           05  FILLER               PIC X(3)       VALUE "S  ".
           05  WL-BALANCE           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(58)      VALUE SPACE.
      *
       01  TOTAL-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  TL-LABEL             PIC X(24).
           05  TL-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(93)      VALUE SPACE.
      *
       01  COUNT-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CNL-LABEL            PIC X(24).
           05  CNL-COUNT            PIC ZZZZ9.
           05  FILLER               PIC X(101)     VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-PREPARE-DRAW-REPORT.
      *
           PERFORM 050-ACCEPT-OUTPUT-DESTINATION.
           OPEN INPUT  SALESREP-MASTER-FILE
                OUTPUT DRAW-REPORT.
           PERFORM 100-PRINT-HEADING-LINES.
           PERFORM 110-POSITION-AT-FIRST-REP.
           PERFORM 200-LIST-ONE-REP
               UNTIL REP-EOF-SWITCH = "Y".
           PERFORM 300-PRINT-REPORT-TOTALS.
           PERFORM 400-PRINT-WARNING-HEADING.
           PERFORM 110-POSITION-AT-FIRST-REP.
           PERFORM 410-CHECK-ONE-REP
               UNTIL REP-EOF-SWITCH = "Y".
           PERFORM 500-PRINT-WARNING-TOTALS.
           CLOSE SALESREP-MASTER-FILE
                 DRAW-REPORT.
           DISPLAY REPS-LISTED " REP(S) ON THE DRAW REPORT".
           IF REPS-UNRECOVERED NOT = ZERO
               DISPLAY "** WARNING - " REPS-UNRECOVERED
                   " TERMINATED REP(S) LEFT A DRAW UNRECOVERED".
           STOP RUN.
      *
       050-ACCEPT-OUTPUT-DESTINATION.
      *
           DISPLAY "ENTER THE OUTPUT DESTINATION (PRINTER NAME OR"
           DISPLAY "FILE PATH), OR PRESS ENTER FOR " OUTPUT-DESTINATION.
           ACCEPT DESTINATION-ENTRY.
           IF DESTINATION-ENTRY NOT = SPACES
               MOVE DESTINATION-ENTRY TO OUTPUT-DESTINATION.
      *
       100-PRINT-HEADING-LINES.
      *
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       110-POSITION-AT-FIRST-REP.
      *
           MOVE "N" TO REP-EOF-SWITCH.
           MOVE ZERO TO RM-SALESREP-NUMBER.
           START SALESREP-MASTER-FILE
               KEY IS NOT LESS THAN RM-SALESREP-NUMBER
               INVALID KEY
                   MOVE "Y" TO REP-EOF-SWITCH.
      *
       200-LIST-ONE-REP.
      *
           READ SALESREP-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO REP-EOF-SWITCH.
           IF REP-EOF-SWITCH = "N"
               AND (RM-DRAW-AMOUNT NOT = ZERO
                   OR RM-DRAW-BALANCE NOT = ZERO)
               PERFORM 210-PRINT-ONE-REP.
      *
       210-PRINT-ONE-REP.
      *
           MOVE RM-SALESREP-NUMBER TO DL-SALESREP.
           MOVE RM-SALESREP-NAME   TO DL-SALESREP-NAME.
           MOVE RM-STATUS          TO DL-STATUS.
           MOVE RM-DRAW-AMOUNT     TO DL-DRAW.
           MOVE RM-DRAW-START-DATE TO DL-START-DATE.
           MOVE RM-DRAW-END-DATE   TO DL-END-DATE.
           MOVE RM-DRAW-RECOVERABLE TO DL-RECOVERABLE.
           MOVE RM-DRAW-RECOVERY-PERCENT TO DL-PERCENT.
           MOVE RM-DRAW-LAST-PERIOD TO DL-LAST-PERIOD.
           MOVE RM-DRAW-BALANCE    TO DL-BALANCE.
           MOVE DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD 1 TO REPS-LISTED.
           ADD RM-DRAW-BALANCE TO TOTAL-BALANCE.
      *
       300-PRINT-REPORT-TOTALS.
      *
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "REPS LISTED:            " TO CNL-LABEL.
           MOVE REPS-LISTED TO CNL-COUNT.
           MOVE COUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "TOTAL DRAW BALANCE OWED:" TO TL-LABEL.
           MOVE TOTAL-BALANCE TO TL-AMOUNT.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       400-PRINT-WARNING-HEADING.
      *
           MOVE WARNING-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       410-CHECK-ONE-REP.
      *
           READ SALESREP-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO REP-EOF-SWITCH.
           IF REP-EOF-SWITCH = "N"
               AND REP-IS-TERMINATED
               AND RM-DRAW-BALANCE > ZERO
               PERFORM 420-PRINT-WARNING-LINE.
      *
       420-PRINT-WARNING-LINE.
      *
           MOVE RM-SALESREP-NUMBER TO WL-SALESREP.
           MOVE RM-SALESREP-NAME   TO WL-SALESREP-NAME.
           MOVE RM-TERMINATION-DATE TO WL-TERMINATION-DATE.
           MOVE RM-DRAW-BALANCE    TO WL-BALANCE.
           MOVE WARNING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD 1 TO REPS-UNRECOVERED.
           ADD RM-DRAW-BALANCE TO TOTAL-UNRECOVERED.
      *
       500-PRINT-WARNING-TOTALS.
      *
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "TERMINATED UNRECOVERED: " TO CNL-LABEL.
           MOVE REPS-UNRECOVERED TO CNL-COUNT.
           MOVE COUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "TOTAL UNRECOVERED:      " TO TL-LABEL.
           MOVE TOTAL-UNRECOVERED TO TL-AMOUNT.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
