      * Vendor rebate accrual, tracking and claims
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBTACR01.
      *-------------------------------------------------------------
      * The month-end run for the vendor volume rebate
      * agreements RBTMNT01 keeps. For every agreement still
      * accruing it works out the period's purchases from the
      * vendor's VENDOR-YTD-PURCHASES (as FDRBT01 describes),
      * the tier they have reached and the rebate earned on
      * them, and journals the change since last month - debit
      * the agreement's receivable, credit the account it is
      * earned to - so the receivable always stands at what has
      * been earned. It also reports what the agreement is on
      * track for: the purchases so far run out over the whole
      * period at the pace bought so far, the tier that would
      * reach, and how much more buying the next tier needs.
      * Once an agreement's period has ended, the run trues the
      * accrual up to the final figure, freezes it as the claim
      * and prints the claim letter for the vendor; an agreement
      * that earned nothing is closed without one. Run it at
      * month end - purchases booked after the period ends but
      * before the claim is made would count toward the claim.
      * The journal is one batch, in GLAEXP01's export format to
      * RBTEXP under the next CONTROL-LAST-GL-BATCH, on the GL
      * batch status file for GLACNF01 to confirm.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLRBT01.CBL".

           COPY "SLVND02.CBL".

           COPY "SLCONTRL.CBL".

           COPY "SLCTLLOG.CBL".

           COPY "SLGLACT01.CBL".

           COPY "SLGLBAT.CBL".

           SELECT GL-EXPORT-FILE
               ASSIGN TO "RBTEXP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDRBT01.CBL".

           COPY "FDVND04.CBL".

           COPY "FDCONTRL.CBL".

           COPY "FDCTLLOG.CBL".

           COPY "FDGLACT01.CBL".

           COPY "FDGLBAT.CBL".

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

       77  REBATE-FILE-AT-END          PIC X.
       77  VENDOR-FOUND                PIC X.
       77  RECORD-FOUND                PIC X.
       77  TABLE-IS-FULL               PIC X VALUE "N".
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  CURRENT-TIME                PIC 9(8).
       77  OLD-CONTROL-VALUE           PIC 9(8).

      *-------------------------------------------------------------
      * Tier work fields. TIER-BASE goes in; the percent of the
      * highest tier it reaches, and the next tier above it,
      * come out.
      *-------------------------------------------------------------
       77  TIER-SUB                    PIC 9 COMP.
       77  TIER-BASE                   PIC S9(11)V99.
       77  TIER-PCT-REACHED            PIC 99V999.
       77  NEXT-TIER-THRESHOLD         PIC 9(9)V99.
       77  NEXT-TIER-PCT               PIC 99V999.

       77  PERIOD-PURCHASES            PIC S9(11)V99.
       77  EARNED-PCT                  PIC 99V999.
       77  EARNED-REBATE               PIC S9(9)V99.
       77  ACCRUAL-CHANGE              PIC S9(9)V99.
       77  PERIOD-DAYS                 PIC S9(5).
       77  ELAPSED-DAYS                PIC S9(5).
       77  PROJECTED-PURCHASES         PIC S9(11)V99.
       77  PROJECTED-PCT               PIC 99V999.
       77  PROJECTED-REBATE            PIC S9(9)V99.
       77  NEXT-TIER-SHORTFALL         PIC S9(11)V99.

       77  AGREEMENTS-ACCRUING         PIC 9(5) VALUE ZERO.
       77  AGREEMENTS-AWAITING         PIC 9(5) VALUE ZERO.
       77  CLAIMS-MADE                 PIC 9(5) VALUE ZERO.
       77  CLOSED-UNEARNED             PIC 9(5) VALUE ZERO.
       77  LETTERS-PRINTED             PIC 9(5) VALUE ZERO.
       77  RECEIVABLE-TOTAL            PIC S9(11)V99 VALUE ZERO.
       77  ACCRUAL-TOTAL               PIC S9(11)V99 VALUE ZERO.
       77  PROJECTED-TOTAL             PIC S9(11)V99 VALUE ZERO.
       77  CLAIM-TOTAL                 PIC S9(11)V99 VALUE ZERO.

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
           05 FILLER                   PIC X(36) VALUE
              "VENDOR REBATE AGREEMENTS AS OF ".
           05 PRINT-RUN-DATE           PIC 9(8).

       01  AGREEMENT-LINE.
           05 PRINT-VENDOR             PIC 9(5).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-VENDOR-NAME        PIC X(30).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-PERIOD-START       PIC 9(8).
           05 FILLER                   PIC X(4) VALUE " TO ".
           05 PRINT-PERIOD-END         PIC 9(8).

       01  DESCRIPTION-LINE.
           05 FILLER                   PIC X(6) VALUE SPACE.
           05 PRINT-DESCRIPTION        PIC X(30).

       01  EARNED-LINE.
           05 FILLER                   PIC X(6) VALUE SPACE.
           05 PRINT-EARNED-LABEL       PIC X(9).
           05 PRINT-PURCHASES          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(4) VALUE " AT ".
           05 PRINT-PCT                PIC Z9.999.
           05 FILLER                   PIC X(4) VALUE "% = ".
           05 PRINT-REBATE             PIC ZZ,ZZZ,ZZ9.99-.

       01  CHANGE-LINE.
           05 FILLER                   PIC X(6) VALUE SPACE.
           05 PRINT-CHANGE-LABEL       PIC X(38).
           05 PRINT-CHANGE-AMOUNT      PIC ZZ,ZZZ,ZZ9.99-.

       01  NEXT-TIER-LINE.
           05 FILLER                   PIC X(6) VALUE SPACE.
           05 FILLER                   PIC X(10) VALUE "NEXT TIER ".
           05 PRINT-NEXT-PCT           PIC Z9.999.
           05 FILLER                   PIC X(5) VALUE "% AT ".
           05 PRINT-NEXT-THRESHOLD     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(7) VALUE " NEEDS ".
           05 PRINT-NEXT-SHORTFALL     PIC ZZZ,ZZZ,ZZ9.99-.

       01  AWAITING-LINE.
           05 FILLER                   PIC X(6) VALUE SPACE.
           05 FILLER                   PIC X(17) VALUE
              "CLAIMED ON".
           05 PRINT-CLAIM-DATE         PIC 9(8).
           05 FILLER                   PIC X(13) VALUE
              " - AWAITING".
           05 PRINT-CLAIM-AMOUNT       PIC ZZ,ZZZ,ZZ9.99-.

       01  TOTAL-LINE.
           05 PRINT-TOTAL-LABEL        PIC X(44).
           05 PRINT-TOTAL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.

       01  COUNT-LINE.
           05 PRINT-COUNT-LABEL        PIC X(44).
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
              "JOURNAL TO RBTEXP - GL".
           05 FILLER                   PIC X(7) VALUE " BATCH ".
           05 PRINT-BATCH-NUMBER       PIC 9(6).

       01  LETTER-TEXT-1.
           05 FILLER                   PIC X(24) VALUE
              "VOLUME REBATE CLAIM     ".
           05 PRINT-LETTER-DATE        PIC 9(8).

       01  LETTER-CITY-LINE.
           05 PRINT-LETTER-CITY        PIC X(20).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-LETTER-STATE       PIC X(2).
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-LETTER-ZIP         PIC X(10).

       01  LETTER-TEXT-2.
           05 FILLER                   PIC X(4) VALUE "RE: ".
           05 PRINT-LETTER-DESCRIPTION PIC X(30).

       01  LETTER-TEXT-3.
           05 FILLER                   PIC X(19) VALUE
              "AGREEMENT PERIOD   ".
           05 PRINT-LETTER-START       PIC 9(8).
           05 FILLER                   PIC X(9) VALUE " THROUGH ".
           05 PRINT-LETTER-END         PIC 9(8).

       01  LETTER-AMOUNT-LINE.
           05 PRINT-LETTER-LABEL       PIC X(32).
           05 PRINT-LETTER-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.

       01  LETTER-PCT-LINE.
           05 FILLER                   PIC X(32) VALUE
              "REBATE TIER REACHED".
           05 FILLER                   PIC X(8) VALUE SPACE.
           05 PRINT-LETTER-PCT         PIC Z9.999.
           05 FILLER                   PIC X(1) VALUE "%".

       01  LETTER-TEXT-4.
           05 FILLER                   PIC X(52) VALUE
              "PLEASE REMIT BY CHECK OR ISSUE A CREDIT MEMO QUOTING".

       01  LETTER-TEXT-5.
           05 FILLER                   PIC X(16) VALUE
              "CLAIM REFERENCE ".
           05 PRINT-LETTER-VENDOR      PIC 9(5).
           05 FILLER                   PIC X(1) VALUE "-".
           05 PRINT-LETTER-REFERENCE   PIC 9(8).
           05 FILLER                   PIC X(1) VALUE ".".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN I-O REBATE-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN EXTEND CONTROL-LOG-FILE.
           OPEN INPUT GLACCOUNT-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           MOVE "RBTACR01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE REBATE-FILE.
           CLOSE VENDOR-FILE.
           CLOSE CONTROL-FILE.
           CLOSE CONTROL-LOG-FILE.
           CLOSE GLACCOUNT-FILE.
           CLOSE PRINTER-FILE.
           DISPLAY AGREEMENTS-ACCRUING " AGREEMENT(S) ACCRUED, "
               CLAIMS-MADE " CLAIM(S) MADE, "
               LETTERS-PRINTED " LETTER(S) PRINTED".

       MAIN-PROCESS.
           PERFORM PRINT-THE-HEADINGS.
           PERFORM START-REBATE-FILE.
           PERFORM WORK-ONE-AGREEMENT
               UNTIL REBATE-FILE-AT-END = "Y".
           PERFORM PRINT-THE-TOTALS.
           IF TABLE-IS-FULL = "Y"
               DISPLAY "** JOURNAL TABLE FULL - NOTHING WRITTEN **"
           ELSE
           IF JOURNAL-LINE-COUNT NOT = ZERO
               PERFORM SET-THE-JOURNAL-SIDES
               PERFORM TOTAL-THE-BATCH
               PERFORM WRITE-THE-BATCH-IF-BALANCED
           ELSE
               DISPLAY "NO CHANGE IN REBATES ACCRUED - NOTHING "
                   "TO JOURNAL".
           IF CLAIMS-MADE NOT = ZERO
               PERFORM PRINT-THE-CLAIM-LETTERS.

       START-REBATE-FILE.
           MOVE LOW-VALUES TO REBATE-KEY.
           MOVE "N" TO REBATE-FILE-AT-END.
           START REBATE-FILE KEY NOT < REBATE-KEY
               INVALID KEY
                   MOVE "Y" TO REBATE-FILE-AT-END.
           PERFORM READ-NEXT-REBATE.

       READ-NEXT-REBATE.
           IF REBATE-FILE-AT-END NOT = "Y"
               READ REBATE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO REBATE-FILE-AT-END.

      *-------------------------------------------------------------
      * Received agreements are history and pass unreported; a
      * claim still waiting on the vendor is listed so it gets
      * chased; one whose period hasn't begun has nothing to
      * accrue yet.
      *-------------------------------------------------------------
       WORK-ONE-AGREEMENT.
           IF REBATE-IS-CLAIMED
               PERFORM LIST-AWAITING-CLAIM
           ELSE
           IF REBATE-IS-ACCRUING AND
              REBATE-PERIOD-START NOT > TODAY-CCYYMMDD
               PERFORM ACCRUE-ONE-AGREEMENT.
           PERFORM READ-NEXT-REBATE.

       LIST-AWAITING-CLAIM.
           PERFORM PRINT-AGREEMENT-LINES.
           MOVE REBATE-CLAIM-DATE TO PRINT-CLAIM-DATE.
           MOVE REBATE-CLAIM-AMOUNT TO PRINT-CLAIM-AMOUNT.
           MOVE AWAITING-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD 1 TO AGREEMENTS-AWAITING.
           ADD REBATE-ACCRUED TO RECEIVABLE-TOTAL.

       ACCRUE-ONE-AGREEMENT.
           PERFORM LOOKUP-VENDOR.
           COMPUTE PERIOD-PURCHASES = VENDOR-YTD-PURCHASES
               + REBATE-CARRIED-PURCHASES
               - REBATE-PRE-PERIOD-PURCHASES.
           MOVE PERIOD-PURCHASES TO TIER-BASE.
           PERFORM FIND-TIER-REACHED.
           MOVE TIER-PCT-REACHED TO EARNED-PCT.
           COMPUTE EARNED-REBATE ROUNDED =
               PERIOD-PURCHASES * EARNED-PCT / 100.
           IF EARNED-REBATE < ZERO
               MOVE ZEROES TO EARNED-REBATE.
           COMPUTE ACCRUAL-CHANGE = EARNED-REBATE - REBATE-ACCRUED.
           PERFORM PRINT-AGREEMENT-LINES.
           MOVE "TO DATE" TO PRINT-EARNED-LABEL.
           MOVE PERIOD-PURCHASES TO PRINT-PURCHASES.
           MOVE EARNED-PCT TO PRINT-PCT.
           MOVE EARNED-REBATE TO PRINT-REBATE.
           MOVE EARNED-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "ACCRUED THIS RUN" TO PRINT-CHANGE-LABEL.
           MOVE ACCRUAL-CHANGE TO PRINT-CHANGE-AMOUNT.
           PERFORM PRINT-A-CHANGE-LINE.
           IF ACCRUAL-CHANGE NOT = ZEROES
               PERFORM JOURNAL-THE-CHANGE.
           ADD ACCRUAL-CHANGE TO ACCRUAL-TOTAL.
           MOVE EARNED-REBATE TO REBATE-ACCRUED.
           MOVE TODAY-CCYYMMDD TO REBATE-LAST-ACCRUAL-DATE.
           IF TODAY-CCYYMMDD > REBATE-PERIOD-END
               PERFORM CLAIM-THE-REBATE
           ELSE
               PERFORM PROJECT-THE-REBATE
               ADD 1 TO AGREEMENTS-ACCRUING
               ADD REBATE-ACCRUED TO RECEIVABLE-TOTAL.
           PERFORM REWRITE-REBATE-RECORD.

       LOOKUP-VENDOR.
           MOVE REBATE-VENDOR TO VENDOR-NUMBER.
           MOVE "Y" TO VENDOR-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO VENDOR-FOUND
                   MOVE SPACES TO VENDOR-NAME
                   MOVE ZEROES TO VENDOR-YTD-PURCHASES.

      *-------------------------------------------------------------
      * The highest tier whose threshold the base has reached
      * sets the percent; the first one above it is the next
      * tier to aim for.
      *-------------------------------------------------------------
       FIND-TIER-REACHED.
           MOVE ZEROES TO TIER-PCT-REACHED.
           MOVE ZEROES TO NEXT-TIER-THRESHOLD.
           MOVE ZEROES TO NEXT-TIER-PCT.
           MOVE 1 TO TIER-SUB.
           PERFORM CHECK-ONE-TIER
               UNTIL TIER-SUB > 5.

       CHECK-ONE-TIER.
           IF REBATE-TIER-THRESHOLD (TIER-SUB) NOT = ZEROES
               IF REBATE-TIER-THRESHOLD (TIER-SUB) NOT > TIER-BASE
                   MOVE REBATE-TIER-PCT (TIER-SUB) TO TIER-PCT-REACHED
               ELSE
               IF NEXT-TIER-THRESHOLD = ZEROES
                   MOVE REBATE-TIER-THRESHOLD (TIER-SUB)
                       TO NEXT-TIER-THRESHOLD
                   MOVE REBATE-TIER-PCT (TIER-SUB) TO NEXT-TIER-PCT.
           ADD 1 TO TIER-SUB.

      *-------------------------------------------------------------
      * How much more buying the next tier needs, measured from
      * today's purchases, then the pace so far run out over the
      * whole period.
      *-------------------------------------------------------------
       PROJECT-THE-REBATE.
           IF NEXT-TIER-THRESHOLD NOT = ZEROES
               COMPUTE NEXT-TIER-SHORTFALL =
                   NEXT-TIER-THRESHOLD - PERIOD-PURCHASES
               MOVE NEXT-TIER-PCT TO PRINT-NEXT-PCT
               MOVE NEXT-TIER-THRESHOLD TO PRINT-NEXT-THRESHOLD
               MOVE NEXT-TIER-SHORTFALL TO PRINT-NEXT-SHORTFALL
               MOVE NEXT-TIER-LINE TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           COMPUTE PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE(REBATE-PERIOD-END)
                 - FUNCTION INTEGER-OF-DATE(REBATE-PERIOD-START) + 1.
           COMPUTE ELAPSED-DAYS =
               FUNCTION INTEGER-OF-DATE(TODAY-CCYYMMDD)
                 - FUNCTION INTEGER-OF-DATE(REBATE-PERIOD-START) + 1.
           COMPUTE PROJECTED-PURCHASES ROUNDED =
               PERIOD-PURCHASES * PERIOD-DAYS / ELAPSED-DAYS.
           MOVE PROJECTED-PURCHASES TO TIER-BASE.
           PERFORM FIND-TIER-REACHED.
           MOVE TIER-PCT-REACHED TO PROJECTED-PCT.
           COMPUTE PROJECTED-REBATE ROUNDED =
               PROJECTED-PURCHASES * PROJECTED-PCT / 100.
           IF PROJECTED-REBATE < ZERO
               MOVE ZEROES TO PROJECTED-REBATE.
           ADD PROJECTED-REBATE TO PROJECTED-TOTAL.
           MOVE "ON TRACK" TO PRINT-EARNED-LABEL.
           MOVE PROJECTED-PURCHASES TO PRINT-PURCHASES.
           MOVE PROJECTED-PCT TO PRINT-PCT.
           MOVE PROJECTED-REBATE TO PRINT-REBATE.
           MOVE EARNED-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *-------------------------------------------------------------
      * The period is over: what has been accrued is what is
      * claimed. Nothing earned closes the agreement instead.
      *-------------------------------------------------------------
       CLAIM-THE-REBATE.
           MOVE TODAY-CCYYMMDD TO REBATE-CLAIM-DATE.
           MOVE PERIOD-PURCHASES TO REBATE-CLAIM-PURCHASES.
           MOVE EARNED-PCT TO REBATE-CLAIM-PCT.
           MOVE EARNED-REBATE TO REBATE-CLAIM-AMOUNT.
           IF EARNED-REBATE = ZEROES
               MOVE "R" TO REBATE-STATUS
               MOVE TODAY-CCYYMMDD TO REBATE-RECEIVED-DATE
               MOVE ZEROES TO REBATE-RECEIVED-AMOUNT
               ADD 1 TO CLOSED-UNEARNED
               MOVE "PERIOD ENDED - NO TIER REACHED, CLOSED"
                   TO PRINT-CHANGE-LABEL
           ELSE
               MOVE "C" TO REBATE-STATUS
               ADD 1 TO CLAIMS-MADE
               ADD EARNED-REBATE TO CLAIM-TOTAL
               ADD REBATE-ACCRUED TO RECEIVABLE-TOTAL
               MOVE "PERIOD ENDED - CLAIM MADE FOR"
                   TO PRINT-CHANGE-LABEL.
           MOVE EARNED-REBATE TO PRINT-CHANGE-AMOUNT.
           PERFORM PRINT-A-CHANGE-LINE.

      *-------------------------------------------------------------
      * Debit the receivable, credit what it is earned to; a
      * fall in the rebate earned (returns, credit memos) posts
      * the other way round.
      *-------------------------------------------------------------
       JOURNAL-THE-CHANGE.
           MOVE REBATE-RECEIVABLE-GL TO POST-ACCOUNT.
           MOVE ACCRUAL-CHANGE TO POST-AMOUNT.
           PERFORM POST-JOURNAL-AMOUNT.
           MOVE REBATE-INCOME-GL TO POST-ACCOUNT.
           COMPUTE POST-AMOUNT = ACCRUAL-CHANGE * -1.
           PERFORM POST-JOURNAL-AMOUNT.

       PRINT-AGREEMENT-LINES.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF REBATE-IS-CLAIMED
               PERFORM LOOKUP-VENDOR.
           MOVE REBATE-VENDOR TO PRINT-VENDOR.
           MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
           MOVE REBATE-PERIOD-START TO PRINT-PERIOD-START.
           MOVE REBATE-PERIOD-END TO PRINT-PERIOD-END.
           MOVE AGREEMENT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE REBATE-DESCRIPTION TO PRINT-DESCRIPTION.
           MOVE DESCRIPTION-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-A-CHANGE-LINE.
           MOVE CHANGE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-HEADINGS.
           MOVE TODAY-CCYYMMDD TO PRINT-RUN-DATE.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "AGREEMENTS ACCRUING" TO PRINT-COUNT-LABEL.
           MOVE AGREEMENTS-ACCRUING TO PRINT-COUNT.
           PERFORM PRINT-A-COUNT-LINE.
           MOVE "CLAIMS MADE THIS RUN" TO PRINT-COUNT-LABEL.
           MOVE CLAIMS-MADE TO PRINT-COUNT.
           PERFORM PRINT-A-COUNT-LINE.
           MOVE "CLAIMS AWAITING THE VENDOR" TO PRINT-COUNT-LABEL.
           MOVE AGREEMENTS-AWAITING TO PRINT-COUNT.
           PERFORM PRINT-A-COUNT-LINE.
           MOVE "CLOSED WITH NOTHING EARNED" TO PRINT-COUNT-LABEL.
           MOVE CLOSED-UNEARNED TO PRINT-COUNT.
           PERFORM PRINT-A-COUNT-LINE.
           MOVE "ACCRUED THIS RUN" TO PRINT-TOTAL-LABEL.
           MOVE ACCRUAL-TOTAL TO PRINT-TOTAL-AMOUNT.
           PERFORM PRINT-A-TOTAL-LINE.
           MOVE "CLAIMED THIS RUN" TO PRINT-TOTAL-LABEL.
           MOVE CLAIM-TOTAL TO PRINT-TOTAL-AMOUNT.
           PERFORM PRINT-A-TOTAL-LINE.
           MOVE "REBATE RECEIVABLE NOW STANDING" TO PRINT-TOTAL-LABEL.
           MOVE RECEIVABLE-TOTAL TO PRINT-TOTAL-AMOUNT.
           PERFORM PRINT-A-TOTAL-LINE.
           MOVE "ON TRACK FOR, AGREEMENTS STILL ACCRUING"
               TO PRINT-TOTAL-LABEL.
           MOVE PROJECTED-TOTAL TO PRINT-TOTAL-AMOUNT.
           PERFORM PRINT-A-TOTAL-LINE.

       PRINT-A-COUNT-LINE.
           MOVE COUNT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-A-TOTAL-LINE.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *****************************************************
      *   CLAIM LETTERS
      *****************************************************
      *-------------------------------------------------------------
      * One letter per claim made today, to the vendor's own
      * address - a rebate claim is correspondence, not a
      * payment, so the remit-to address doesn't apply.
      *-------------------------------------------------------------
       PRINT-THE-CLAIM-LETTERS.
           PERFORM START-REBATE-FILE.
           PERFORM LETTER-ONE-AGREEMENT
               UNTIL REBATE-FILE-AT-END = "Y".

       LETTER-ONE-AGREEMENT.
           IF REBATE-IS-CLAIMED AND
              REBATE-CLAIM-DATE = TODAY-CCYYMMDD
               PERFORM PRINT-ONE-LETTER
               ADD 1 TO LETTERS-PRINTED.
           PERFORM READ-NEXT-REBATE.

       PRINT-ONE-LETTER.
           PERFORM LOOKUP-VENDOR.
           PERFORM SCROLL-THE-PAPER.
           MOVE TODAY-CCYYMMDD TO PRINT-LETTER-DATE.
           MOVE LETTER-TEXT-1 TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE VENDOR-NAME TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE VENDOR-ADDRESS-1 TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF VENDOR-ADDRESS-2 NOT = SPACE
               MOVE VENDOR-ADDRESS-2 TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           MOVE VENDOR-CITY TO PRINT-LETTER-CITY.
           MOVE VENDOR-STATE TO PRINT-LETTER-STATE.
           MOVE VENDOR-ZIP TO PRINT-LETTER-ZIP.
           MOVE LETTER-CITY-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE REBATE-DESCRIPTION TO PRINT-LETTER-DESCRIPTION.
           MOVE LETTER-TEXT-2 TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE REBATE-PERIOD-START TO PRINT-LETTER-START.
           MOVE REBATE-PERIOD-END TO PRINT-LETTER-END.
           MOVE LETTER-TEXT-3 TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "OUR PURCHASES FOR THE PERIOD" TO PRINT-LETTER-LABEL.
           MOVE REBATE-CLAIM-PURCHASES TO PRINT-LETTER-AMOUNT.
           MOVE LETTER-AMOUNT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE REBATE-CLAIM-PCT TO PRINT-LETTER-PCT.
           MOVE LETTER-PCT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "REBATE DUE TO US" TO PRINT-LETTER-LABEL.
           MOVE REBATE-CLAIM-AMOUNT TO PRINT-LETTER-AMOUNT.
           MOVE LETTER-AMOUNT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE LETTER-TEXT-4 TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE REBATE-VENDOR TO PRINT-LETTER-VENDOR.
           MOVE REBATE-PERIOD-START TO PRINT-LETTER-REFERENCE.
           MOVE LETTER-TEXT-5 TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       SCROLL-THE-PAPER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER 5 TIMES.

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
               DISPLAY "*** REBATE ACCRUAL BATCH OUT OF BALANCE ***"
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
               "RBTEXP - GL BATCH " GL-BATCH-NUMBER.

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
           MOVE TODAY-CCYYMMDD TO EXPORT-GL-BATCH-DATE.
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
           MOVE "RBTACR01" TO CTLLOG-PROGRAM-ID.
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
       REWRITE-REBATE-RECORD.
           REWRITE REBATE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING REBATE RECORD".

       READ-GLACCOUNT-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ GLACCOUNT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
                   MOVE SPACES TO GL-ACCOUNT-NAME.

       WRITE-TO-PRINTER.
           WRITE PRINTER-RECORD.

           COPY "PLPRNT01.CBL".
