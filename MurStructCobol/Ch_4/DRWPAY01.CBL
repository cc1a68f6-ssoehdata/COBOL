       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. DRWPAY01.
      *
      *    Monthly draw run - the guaranteed draw a new rep is paid
      *    against future commission, brought off payroll's
      *    spreadsheet and onto the same A/P path as the
      *    commission payouts CMSTMT01 writes. For the month keyed
      *    (CCYYMM), every active rep whose draw schedule on the
      *    Sales Rep Master covers that month and who has not
      *    already been paid for it gets the draw, less
      *    withholding off the bracket file, as a payment voucher
      *    in the A/P VOUCHER-FILE under the next
      *    CONTROL-LAST-VOUCHER number, against the rep's vendor
      *    record and the GL account keyed for the run. The month
      *    goes on the rep record as the last one paid, so a
      *    rerun pays nobody twice, and a recoverable draw adds
      *    its gross to the rep's draw balance for CMSTMT01 to
      *    recover from earned commission. The register lists
      *    every draw paid and every one passed over, with why.
      *    Run this from the A/P data directory so the voucher,
      *    control, and audit-log files land in the right books.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           COPY "SLREP01.CBL".
           COPY "SLWHLD01.CBL".
           SELECT DRAW-REGISTER ASSIGN DYNAMIC OUTPUT-DESTINATION.

           COPY "SLVOUCH.CBL".

           COPY "SLCONTRL.CBL".

           COPY "SLVND02.CBL".

           COPY "SLGLACT01.CBL".

           COPY "SLCTLLOG.CBL".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
           COPY "FDREP01.CBL".
      *
           COPY "FDWHLD01.CBL".
      *
       FD  DRAW-REGISTER.
      *
       01  PRINT-AREA      PIC X(132).
      *
           COPY "FDVOUCH.CBL".
      *
           COPY "FDCONTRL.CBL".
      *
           COPY "FDVND04.CBL".
      *
           COPY "FDGLACT01.CBL".
      *
           COPY "FDCTLLOG.CBL".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  REP-EOF-SWITCH           PIC X   VALUE "N".
           05  WITHHOLDING-EOF-SWITCH   PIC X   VALUE "N".
           05  VENDOR-FOUND-SWITCH      PIC X   VALUE "N".
           05  ACCOUNT-FOUND-SWITCH     PIC X   VALUE "N".
           05  DRAW-DUE-SWITCH          PIC X   VALUE "N".
      *
       01  PARAMETER-FIELDS.
           05  OUTPUT-DESTINATION      PIC X(60)     VALUE
               "C:\gnuCobol\COBOL\DATA\DRWPAY.PRN".
           05  DESTINATION-ENTRY       PIC X(60)     VALUE SPACE.
           05  ENTERED-FILING-STATUS   PIC X(1).
           05  DRAW-GL-ACCOUNT         PIC 9(6).
           05  REP-VENDOR-NUMBER       PIC 9(5).
           05  DRAW-PERIOD             PIC 9(6).
           05  FILLER REDEFINES DRAW-PERIOD.
               10  DRAW-YEAR           PIC 9(4).
               10  DRAW-MONTH          PIC 9(2).
      *
       01  WITHHOLDING-TABLE.
           05  WITHHOLDING-ENTRY OCCURS 20 TIMES
                   INDEXED BY WITHHOLDING-IDX.
               10  WE-FILING-STATUS     PIC X(1).
               10  WE-BRACKET-LOWER     PIC 9(7)V99.
               10  WE-BRACKET-UPPER     PIC 9(7)V99.
               10  WE-MARGINAL-RATE     PIC V9(4).
       01  WITHHOLDING-COUNT           PIC 9(2)     VALUE ZERO.
       01  TAXABLE-IN-BRACKET          PIC S9(7)V99.
      *
       01  DRAW-FIELDS.
           05  REP-FILING-STATUS       PIC X(1).
           05  WITHHOLDING-AMOUNT      PIC S9(7)V99  VALUE ZERO.
           05  NET-PAYOUT              PIC S9(7)V99  VALUE ZERO.
           05  PASS-REASON             PIC X(30).
      *
       01  TOTAL-FIELDS.
           05  DRAWS-PAID              PIC 9(3)      VALUE ZERO.
           05  DRAWS-PASSED            PIC 9(3)      VALUE ZERO.
           05  TOTAL-DRAWN             PIC S9(9)V99  VALUE ZERO.
           05  TOTAL-WITHHELD          PIC S9(9)V99  VALUE ZERO.
           05  TOTAL-NET               PIC S9(9)V99  VALUE ZERO.
      *
       01  VOUCHER-FEED-FIELDS.
           05  TODAY-CCYYMMDD          PIC 9(8).
           05  CURRENT-TIME            PIC 9(8).
           05  OLD-CONTROL-VALUE       PIC 9(8).
           05  PAYOUT-INVOICE          PIC X(15).
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
               "SALES REP DRAW REGISTER - MON".
           05  FILLER          PIC X(4)    VALUE "TH  ".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(91)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
           05  FILLER          PIC X(20)   VALUE
               "REP  NAME           ".
           05  FILLER          PIC X(20)   VALUE
               "          DRAW   WIT".
           05  FILLER          PIC X(20)   VALUE
               "HHELD           NET ".
           05  FILLER          PIC X(20)   VALUE
               " VOUCHER  RECOV   DR".
           05  FILLER          PIC X(20)   VALUE
               "AW BALANCE          ".
           05  FILLER          PIC X(32)   VALUE SPACE.
      *
       01  DRAW-LINE.
           05  DL-SALESREP          PIC 9(2).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  DL-SALESREP-NAME     PIC X(20).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  DL-DRAW              PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  DL-WITHHELD          PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  DL-NET               PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  DL-VOUCHER           PIC 9(7).
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  DL-RECOVERABLE       PIC X(1).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  DL-BALANCE           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(43)      VALUE SPACE.
      *
       01  PASSED-LINE.
           05  PL-SALESREP          PIC 9(2).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  PL-SALESREP-NAME     PIC X(20).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PL-DRAW              PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE " - ".
           05  PL-REASON            PIC X(30).
           05  FILLER               PIC X(62)      VALUE SPACE.
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
           05  CNL-COUNT            PIC ZZZZ9.
           05  FILLER               PIC X(103)     VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-PAY-MONTHLY-DRAWS.
      *
           PERFORM 050-ACCEPT-RUN-PARAMETERS.
           OPEN I-O    SALESREP-MASTER-FILE
                       VOUCHER-FILE
                       CONTROL-FILE
                INPUT  WITHHOLDING-BRACKET-FILE
                       VENDOR-FILE
                       GLACCOUNT-FILE
                OUTPUT DRAW-REGISTER
                EXTEND CONTROL-LOG-FILE.
           PERFORM 060-LOAD-WITHHOLDING-TABLE.
           PERFORM 070-VALIDATE-GL-ACCOUNT.
           PERFORM 100-PRINT-HEADINGS.
           PERFORM 110-POSITION-AT-FIRST-REP.
           PERFORM 200-PAY-ONE-REP
               UNTIL REP-EOF-SWITCH = "Y".
           PERFORM 400-PRINT-TOTALS.
           CLOSE SALESREP-MASTER-FILE
                 VOUCHER-FILE
                 CONTROL-FILE
                 WITHHOLDING-BRACKET-FILE
                 VENDOR-FILE
                 GLACCOUNT-FILE
                 DRAW-REGISTER
                 CONTROL-LOG-FILE.
           DISPLAY DRAWS-PAID " DRAW VOUCHER(S) WRITTEN, "
               DRAWS-PASSED " DRAW(S) PASSED OVER.".
           STOP RUN.
      *
       050-ACCEPT-RUN-PARAMETERS.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           DISPLAY "ENTER THE DRAW MONTH (CCYYMM), OR 0 FOR THE "
               "CURRENT MONTH: ".
           ACCEPT DRAW-PERIOD.
           IF DRAW-PERIOD = ZERO
               COMPUTE DRAW-PERIOD = CD-YEAR * 100 + CD-MONTH.
           DISPLAY "ENTER FILING STATUS FOR REPS WITH NO WITHHOLDING".
           DISPLAY "PROFILE ON FILE (S OR M): ".
           ACCEPT ENTERED-FILING-STATUS.
           DISPLAY "ENTER THE COMMISSION EXPENSE GL ACCOUNT THE "
               "DRAWS ARE CHARGED TO: ".
           ACCEPT DRAW-GL-ACCOUNT.
           DISPLAY "ENTER THE OUTPUT DESTINATION (PRINTER NAME OR"
           DISPLAY "FILE PATH), OR PRESS ENTER FOR " OUTPUT-DESTINATION.
           ACCEPT DESTINATION-ENTRY.
           IF DESTINATION-ENTRY NOT = SPACES
               MOVE DESTINATION-ENTRY TO OUTPUT-DESTINATION.
      *
       060-LOAD-WITHHOLDING-TABLE.
      *
           PERFORM 065-READ-WITHHOLDING-RECORD
               UNTIL WITHHOLDING-EOF-SWITCH = "Y".
      *
       065-READ-WITHHOLDING-RECORD.
      *
           READ WITHHOLDING-BRACKET-FILE
               AT END
                   MOVE "Y" TO WITHHOLDING-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WITHHOLDING-COUNT
                   MOVE WITHHOLDING-BRACKET-RECORD
                       TO WITHHOLDING-ENTRY (WITHHOLDING-COUNT).
      *
       070-VALIDATE-GL-ACCOUNT.
      *
           MOVE DRAW-GL-ACCOUNT TO GL-ACCOUNT-NUMBER.
           READ GLACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO ACCOUNT-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO ACCOUNT-FOUND-SWITCH.
           IF ACCOUNT-FOUND-SWITCH = "N"
               DISPLAY "GL ACCOUNT NOT ON THE CHART - RE-ENTER"
               DISPLAY "ENTER THE COMMISSION EXPENSE GL ACCOUNT: "
               ACCEPT DRAW-GL-ACCOUNT
               PERFORM 070-VALIDATE-GL-ACCOUNT.
      *
       100-PRINT-HEADINGS.
      *
           MOVE DRAW-YEAR  TO HL1-YEAR.
           MOVE DRAW-MONTH TO HL1-MONTH.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       110-POSITION-AT-FIRST-REP.
      *
           MOVE ZERO TO RM-SALESREP-NUMBER.
           START SALESREP-MASTER-FILE
               KEY IS NOT LESS THAN RM-SALESREP-NUMBER
               INVALID KEY
                   MOVE "Y" TO REP-EOF-SWITCH.
      *
       200-PAY-ONE-REP.
      *
           READ SALESREP-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO REP-EOF-SWITCH.
           IF REP-EOF-SWITCH = "N"
               AND RM-DRAW-AMOUNT NOT = ZERO
               PERFORM 210-CHECK-DRAW-DUE
               IF DRAW-DUE-SWITCH = "Y"
                   PERFORM 300-PAY-THE-DRAW
               ELSE
                   IF PASS-REASON NOT = SPACES
                       PERFORM 390-PRINT-PASSED-LINE.
      *
      *    A schedule that has not started or has run out is no
      *    business of this month's run and is not listed; a rep
      *    already paid, or no longer with us, is listed so the
      *    register shows why no draw went out.
      *
       210-CHECK-DRAW-DUE.
      *
           MOVE "N" TO DRAW-DUE-SWITCH.
           MOVE SPACES TO PASS-REASON.
           IF RM-DRAW-START-DATE (1:6) > DRAW-PERIOD
               NEXT SENTENCE
           ELSE
           IF RM-DRAW-END-DATE NOT = ZERO
               AND RM-DRAW-END-DATE (1:6) < DRAW-PERIOD
               NEXT SENTENCE
           ELSE
           IF REP-IS-TERMINATED
               MOVE "REP TERMINATED - NO DRAW" TO PASS-REASON
           ELSE
           IF RM-DRAW-LAST-PERIOD NOT < DRAW-PERIOD
               MOVE "ALREADY PAID FOR THIS MONTH" TO PASS-REASON
           ELSE
               MOVE "Y" TO DRAW-DUE-SWITCH.
      *
       300-PAY-THE-DRAW.
      *
           PERFORM 250-COMPUTE-WITHHOLDING.
           COMPUTE NET-PAYOUT = RM-DRAW-AMOUNT - WITHHOLDING-AMOUNT.
           PERFORM 265-GET-REP-VENDOR-NUMBER.
           IF REP-VENDOR-NUMBER = ZERO
               MOVE "NO VENDOR KEYED - NOT PAID" TO PASS-REASON
               PERFORM 390-PRINT-PASSED-LINE
           ELSE
               PERFORM 270-WRITE-DRAW-VOUCHER
               PERFORM 310-STAMP-THE-REP
               PERFORM 380-PRINT-DRAW-LINE.
      *
      *    Withholding the way PAYWRK01 works it off the rep's own
      *    profile - filing status, plus any extra flat amount -
      *    with the status keyed for the run standing in for a
      *    rep whose profile was never set.
      *
       250-COMPUTE-WITHHOLDING.
      *
           MOVE RM-FILING-STATUS TO REP-FILING-STATUS.
           IF REP-FILING-STATUS = SPACE
               MOVE ENTERED-FILING-STATUS TO REP-FILING-STATUS.
           MOVE ZERO TO WITHHOLDING-AMOUNT.
           SET WITHHOLDING-IDX TO 1.
           PERFORM 255-APPLY-WITHHOLDING-BRACKET
               UNTIL WITHHOLDING-IDX > WITHHOLDING-COUNT.
           ADD RM-EXTRA-WITHHOLDING TO WITHHOLDING-AMOUNT.
           IF WITHHOLDING-AMOUNT > RM-DRAW-AMOUNT
               MOVE RM-DRAW-AMOUNT TO WITHHOLDING-AMOUNT.
      *
       255-APPLY-WITHHOLDING-BRACKET.
      *
           IF WE-FILING-STATUS (WITHHOLDING-IDX) = REP-FILING-STATUS
                   AND RM-DRAW-AMOUNT > WE-BRACKET-LOWER
                       (WITHHOLDING-IDX)
               IF RM-DRAW-AMOUNT < WE-BRACKET-UPPER (WITHHOLDING-IDX)
                   COMPUTE TAXABLE-IN-BRACKET =
                       RM-DRAW-AMOUNT -
                           WE-BRACKET-LOWER (WITHHOLDING-IDX)
               ELSE
                   COMPUTE TAXABLE-IN-BRACKET =
                       WE-BRACKET-UPPER (WITHHOLDING-IDX) -
                           WE-BRACKET-LOWER (WITHHOLDING-IDX)
               END-IF
               COMPUTE WITHHOLDING-AMOUNT =
                   WITHHOLDING-AMOUNT + TAXABLE-IN-BRACKET *
                       WE-MARGINAL-RATE (WITHHOLDING-IDX).
           SET WITHHOLDING-IDX UP BY 1.
      *
      *    The rep's A/P vendor number is keyed and validated the
      *    way CMSTMT01 takes it for the commission payout - 0
      *    skips the draw, which is then left unpaid for a rerun.
      *
       265-GET-REP-VENDOR-NUMBER.
      *
           DISPLAY "ENTER THE A/P VENDOR NUMBER FOR REP "
               RM-SALESREP-NUMBER " " RM-SALESREP-NAME.
           DISPLAY "(0 TO SKIP THIS DRAW): ".
           ACCEPT REP-VENDOR-NUMBER.
           IF REP-VENDOR-NUMBER NOT = ZERO
               MOVE REP-VENDOR-NUMBER TO VENDOR-NUMBER
               READ VENDOR-FILE
                   INVALID KEY
                       MOVE "N" TO VENDOR-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE "Y" TO VENDOR-FOUND-SWITCH
               END-READ
               PERFORM 267-CHECK-REP-VENDOR-STATUS
               IF VENDOR-FOUND-SWITCH = "N"
                   PERFORM 265-GET-REP-VENDOR-NUMBER.
      *
       267-CHECK-REP-VENDOR-STATUS.
      *
           IF VENDOR-FOUND-SWITCH = "N"
               DISPLAY "VENDOR NOT ON FILE - RE-ENTER"
           ELSE
           IF VENDOR-IS-INACTIVE
               DISPLAY "VENDOR " VENDOR-NUMBER " IS INACTIVE: "
                   VENDOR-HOLD-REASON
               DISPLAY "NO VOUCHER CAN BE WRITTEN AGAINST IT - "
                   "RE-ENTER OR 0 TO SKIP"
               MOVE "N" TO VENDOR-FOUND-SWITCH
           ELSE
           IF VENDOR-ON-PAYMENT-HOLD
               DISPLAY "** NOTE - VENDOR " VENDOR-NUMBER
                   " IS ON PAYMENT HOLD: " VENDOR-HOLD-REASON
               DISPLAY "** THE DRAW VOUCHER WILL NOT SELECT "
                   "UNTIL THE HOLD COMES OFF.".
      *
      *    The invoice number is built from the rep and the draw
      *    month, so the voucher itself says which draw it is.
      *
       270-WRITE-DRAW-VOUCHER.
      *
           PERFORM 275-RETRIEVE-NEXT-VOUCHER-NUMBER.
           MOVE SPACE TO VOUCHER-RECORD.
           MOVE ZEROES TO VOUCHER-RECORD.
           MOVE CONTROL-LAST-VOUCHER TO VOUCHER-NUMBER.
           MOVE REP-VENDOR-NUMBER TO VOUCHER-VENDOR.
           MOVE SPACE TO PAYOUT-INVOICE.
           STRING "DRAW" RM-SALESREP-NUMBER "-" DRAW-PERIOD
               DELIMITED BY SIZE INTO PAYOUT-INVOICE.
           MOVE PAYOUT-INVOICE TO VOUCHER-INVOICE.
           MOVE "SALES REP COMMISSION DRAW" TO VOUCHER-FOR.
           MOVE NET-PAYOUT TO VOUCHER-AMOUNT.
           MOVE NET-PAYOUT TO VOUCHER-FOREIGN-AMOUNT.
           MOVE "USD" TO VOUCHER-CURRENCY-CODE.
           MOVE TODAY-CCYYMMDD TO VOUCHER-DATE.
           MOVE TODAY-CCYYMMDD TO VOUCHER-DUE.
           MOVE DRAW-GL-ACCOUNT TO VOUCHER-GL-ACCOUNT-NUMBER.
           MOVE "N" TO VOUCHER-SELECTED.
           MOVE "N" TO VOUCHER-CREDIT-MEMO.
           MOVE "N" TO VOUCHER-TAXABLE.
           MOVE "DRWPAY01" TO VOUCHER-ENTERED-BY.
           MOVE TODAY-CCYYMMDD TO VOUCHER-ENTERED-DATE.
           WRITE VOUCHER-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING DRAW VOUCHER"
                   MOVE ZERO TO VOUCHER-NUMBER
               NOT INVALID KEY
                   DISPLAY "VOUCHER " VOUCHER-NUMBER
                       " WRITTEN FOR REP " RM-SALESREP-NUMBER.
      *
       275-RETRIEVE-NEXT-VOUCHER-NUMBER.
      *
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-LAST-VOUCHER.
           MOVE CONTROL-LAST-VOUCHER TO OLD-CONTROL-VALUE.
           ADD 1 TO CONTROL-LAST-VOUCHER.
           REWRITE CONTROL-RECORD
               INVALID KEY
                   WRITE CONTROL-RECORD
                       INVALID KEY
                       DISPLAY "ERROR WRITING CONTROL RECORD".
           MOVE "VOUCHER" TO CTLLOG-COUNTER-NAME.
           MOVE OLD-CONTROL-VALUE TO CTLLOG-OLD-VALUE.
           MOVE CONTROL-LAST-VOUCHER TO CTLLOG-NEW-VALUE.
           MOVE "DRWPAY01" TO CTLLOG-PROGRAM-ID.
           MOVE TODAY-CCYYMMDD TO CTLLOG-DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE CURRENT-TIME TO CTLLOG-TIME.
           WRITE CONTROL-LOG-RECORD.
      *
      *    Only a draw actually vouchered is stamped paid - and
      *    only a recoverable one goes on the balance to be
      *    earned back.
      *
       310-STAMP-THE-REP.
      *
           IF VOUCHER-NUMBER NOT = ZERO
               MOVE DRAW-PERIOD TO RM-DRAW-LAST-PERIOD
               IF DRAW-IS-RECOVERABLE
                   ADD RM-DRAW-AMOUNT TO RM-DRAW-BALANCE
               END-IF
               REWRITE SALESREP-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING SALES REP "
                           RM-SALESREP-NUMBER.
      *
       380-PRINT-DRAW-LINE.
      *
           MOVE RM-SALESREP-NUMBER TO DL-SALESREP.
           MOVE RM-SALESREP-NAME   TO DL-SALESREP-NAME.
           MOVE RM-DRAW-AMOUNT     TO DL-DRAW.
           MOVE WITHHOLDING-AMOUNT TO DL-WITHHELD.
           MOVE NET-PAYOUT         TO DL-NET.
           MOVE VOUCHER-NUMBER     TO DL-VOUCHER.
           MOVE RM-DRAW-RECOVERABLE TO DL-RECOVERABLE.
           MOVE RM-DRAW-BALANCE    TO DL-BALANCE.
           MOVE DRAW-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           IF VOUCHER-NUMBER NOT = ZERO
               ADD 1 TO DRAWS-PAID
               ADD RM-DRAW-AMOUNT TO TOTAL-DRAWN
               ADD WITHHOLDING-AMOUNT TO TOTAL-WITHHELD
               ADD NET-PAYOUT TO TOTAL-NET.
      *
       390-PRINT-PASSED-LINE.
      *
           MOVE RM-SALESREP-NUMBER TO PL-SALESREP.
           MOVE RM-SALESREP-NAME   TO PL-SALESREP-NAME.
           MOVE RM-DRAW-AMOUNT     TO PL-DRAW.
           MOVE PASS-REASON        TO PL-REASON.
           MOVE PASSED-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD 1 TO DRAWS-PASSED.
      *
       400-PRINT-TOTALS.
      *
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "DRAWS PAID:           " TO CNL-LABEL.
           MOVE DRAWS-PAID TO CNL-COUNT.
           MOVE COUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "DRAWS PASSED OVER:    " TO CNL-LABEL.
           MOVE DRAWS-PASSED TO CNL-COUNT.
           MOVE COUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "TOTAL DRAWN:          " TO TL-LABEL.
           MOVE TOTAL-DRAWN TO TL-AMOUNT.
           PERFORM 410-WRITE-TOTAL-LINE.
           MOVE "TOTAL WITHHELD:       " TO TL-LABEL.
           MOVE TOTAL-WITHHELD TO TL-AMOUNT.
           PERFORM 410-WRITE-TOTAL-LINE.
           MOVE "TOTAL NET VOUCHERED:  " TO TL-LABEL.
           MOVE TOTAL-NET TO TL-AMOUNT.
           PERFORM 410-WRITE-TOTAL-LINE.
      *
       410-WRITE-TOTAL-LINE.
      *
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
