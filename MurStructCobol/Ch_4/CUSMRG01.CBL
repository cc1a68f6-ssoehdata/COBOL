      * Customer merge - fold a duplicate customer number into one
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSMRG01.
      *------------------------------------------
      * Merges a customer that is on CUSTMAST twice (or three
      * times - run it once per extra number) into the number
      * that is to survive, so its credit exposure, dunning and
      * commission are figured off one history instead of two
      * halves of it.
      *
      * Everything kept under the retiring number moves to the
      * survivor:
      *   - every sales transaction, with its invoice lines;
      *   - every month of sales history - a month both numbers
      *     have is added into the survivor's;
      *   - the commission split - unless the survivor already
      *     has one, which stands, and the retiring one is
      *     dropped;
      *   - the cash receipts and cash application lines and
      *     the write-off requests naming the retiring number,
      *     since they point at the invoices being moved;
      *   - its sales orders and returned checks;
      *   - its customer prices - unless the survivor already
      *     has a price for the same product and date, which
      *     stands;
      *   - its e-invoice profile and its vendor cross-reference
      *     for CVXNET01 - each unless the survivor already has
      *     its own, which stands;
      *   - its collection activity, numbered on after the
      *     survivor's last contact.
      * The retiring customer's sales this YTD and last YTD and
      * its returned-check count are added into the survivor's,
      * and the survivor takes the retiring customer's HOLD if
      * it is the one on hold. The retiring number is left on
      * the master on a hand HOLD with CM-MERGED-INTO pointing
      * at the survivor, so nothing new can be keyed against it
      * without a supervisor and anyone who looks it up in
      * CUSMNT01 is sent to the right place.
      *
      * An invoice number the survivor already has cannot be
      * moved over it, so a merge with any such collision is
      * refused outright. So is a merge while the retiring
      * number still has a billing contract running (CTRBIL01
      * would go on billing it), a sales order still open
      * (SORSHP01 would invoice it), or an exemption certificate
      * on file (CEXRPT01 audits each exempt sale against its
      * own customer's certificates) - end or re-key the
      * contract in CTRMNT01, ship or cancel the order, and
      * re-file the certificate under the survivor in CEXMNT01
      * first. An ended contract stays with the retired number.
      * Two customers in different branches or under different
      * reps are refused unless a supervisor overrides - that
      * merge moves commission from one rep to another. As with
      * REPXFR01, the preview register prints everything that
      * will move BEFORE anything writes, and the operator
      * confirms off the paper.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLCUST01.CBL".

           COPY "SLSTRX01.CBL".

           COPY "SLSTLN01.CBL".

           COPY "SLCSH01.CBL".

           COPY "SLSPLIT01.CBL".

           COPY "SLCRJ01.CBL".

           COPY "SLCRA01.CBL".

           COPY "SLWOF01.CBL".

           COPY "SLCTR01.CBL".

           COPY "SLSORD01.CBL".

           COPY "SLCEX01.CBL".

           COPY "SLCPRC01.CBL".

           COPY "SLEIPR01.CBL".

           COPY "SLCVX01.CBL".

           COPY "SLCOL01.CBL".

           COPY "SLNSF01.CBL".

           SELECT MERGE-REGISTER ASSIGN DYNAMIC
               OUTPUT-DESTINATION.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDCUST01.CBL".

           COPY "FDSTRX01.CBL".

           COPY "FDSTLN01.CBL".

           COPY "FDCSH01.CBL".

           COPY "FDSPLIT01.CBL".

           COPY "FDCRJ01.CBL".

           COPY "FDCRA01.CBL".

           COPY "FDWOF01.CBL".

           COPY "FDCTR01.CBL".

           COPY "FDSORD01.CBL".

           COPY "FDCEX01.CBL".

           COPY "FDCPRC01.CBL".

           COPY "FDEIPR01.CBL".

           COPY "FDCVX01.CBL".

           COPY "FDCOL01.CBL".

           COPY "FDNSF01.CBL".

       FD  MERGE-REGISTER.
       01  PRINT-AREA      PIC X(132).

       WORKING-STORAGE SECTION.
       77  CUSTOMER-FOUND              PIC X.
       77  RECORD-FOUND                PIC X.
       77  SURVIVOR-SPLIT-FOUND        PIC X.
       77  RETIRING-SPLIT-FOUND        PIC X.
       77  SURVIVOR-PROFILE-FOUND      PIC X.
       77  RETIRING-PROFILE-FOUND      PIC X.
       77  SURVIVOR-XREF-FOUND         PIC X.
       77  RETIRING-XREF-FOUND         PIC X.
       77  MORE-TO-MOVE                PIC X.
       77  MORE-LINES                  PIC X.
       77  FILE-EOF-SWITCH             PIC X.
       77  BRANCH-OR-REP-DIFFERS       PIC X VALUE "N".
       77  MERGE-ALLOWED               PIC X VALUE "Y".
       77  SUPERVISOR-ANSWER           PIC X.
       77  OK-TO-WRITE                 PIC X VALUE "N".

       01  PARAMETER-FIELDS.
           05  OUTPUT-DESTINATION      PIC X(60)     VALUE
               "C:\gnuCobol\COBOL\DATA\CUSMRG.PRN".
           05  DESTINATION-ENTRY       PIC X(60)     VALUE SPACE.

       77  TODAY-DATE                  PIC 9(8).
       77  RETIRING-CUSTOMER           PIC 9(5).
       77  SURVIVING-CUSTOMER          PIC 9(5).
       77  RETIRING-BRANCH             PIC 9(2).
       77  RETIRING-REP                PIC 9(2).
       77  LAST-INVOICE                PIC X(8).
       77  LAST-PERIOD                 PIC 9(6).
       77  MOVING-INVOICE              PIC X(8).
       77  MOVING-PERIOD               PIC 9(6).
       77  MOVING-AMOUNT               PIC S9(7)V99.
       77  MOVING-PRICE-KEY            PIC X(23).
       77  MOVING-SEQUENCE             PIC 9(4).
       77  LAST-SEQUENCE               PIC 9(4).
       77  RETIRING-THIS-YTD           PIC S9(5)V99.
       77  RETIRING-LAST-YTD           PIC S9(5)V99.
       77  RETIRING-NSF-COUNT          PIC 9(3).
       77  RETIRING-LAST-NSF-DATE      PIC 9(8).
       77  RETIRING-CREDIT-STATUS      PIC X.
       77  RETIRING-HOLD-REASON        PIC X(20).
       77  RETIRING-HOLD-SOURCE        PIC X.
       77  RETIRING-HOLD-DATE          PIC 9(8).
       77  TRANSACTIONS-TO-MOVE        PIC 9(5) VALUE ZERO.
       77  INVOICE-COLLISIONS          PIC 9(5) VALUE ZERO.
       77  HISTORY-TO-MOVE             PIC 9(5) VALUE ZERO.
       77  RECEIPTS-TO-MOVE            PIC 9(5) VALUE ZERO.
       77  APPLICATIONS-TO-MOVE        PIC 9(5) VALUE ZERO.
       77  WRITE-OFFS-TO-MOVE          PIC 9(5) VALUE ZERO.
       77  ORDERS-TO-MOVE              PIC 9(5) VALUE ZERO.
       77  RETURNED-CHECKS-TO-MOVE     PIC 9(5) VALUE ZERO.
       77  PRICES-TO-MOVE              PIC 9(5) VALUE ZERO.
       77  NOTES-TO-MOVE               PIC 9(5) VALUE ZERO.
       77  CONTRACTS-RUNNING           PIC 9(5) VALUE ZERO.
       77  OPEN-ORDERS                 PIC 9(5) VALUE ZERO.
       77  CERTIFICATES-ON-FILE        PIC 9(5) VALUE ZERO.
       77  TRANSACTIONS-MOVED          PIC 9(5) VALUE ZERO.
       77  LINES-MOVED                 PIC 9(5) VALUE ZERO.
       77  HISTORY-MOVED               PIC 9(5) VALUE ZERO.
       77  HISTORY-COMBINED            PIC 9(5) VALUE ZERO.
       77  RECEIPTS-MOVED              PIC 9(5) VALUE ZERO.
       77  APPLICATIONS-MOVED          PIC 9(5) VALUE ZERO.
       77  WRITE-OFFS-MOVED            PIC 9(5) VALUE ZERO.
       77  ORDERS-MOVED                PIC 9(5) VALUE ZERO.
       77  RETURNED-CHECKS-MOVED       PIC 9(5) VALUE ZERO.
       77  PRICES-MOVED                PIC 9(5) VALUE ZERO.
       77  PRICES-DROPPED              PIC 9(5) VALUE ZERO.
       77  NOTES-MOVED                 PIC 9(5) VALUE ZERO.
       77  TRANSACTIONS-TOTAL          PIC S9(9)V99 VALUE ZERO.
       77  OPEN-BALANCE-TOTAL          PIC S9(9)V99 VALUE ZERO.

      * The hold reason left on the retiring number.
       01  MERGED-HOLD-REASON.
           05  FILLER                  PIC X(12)     VALUE
               "MERGED INTO ".
           05  MHR-SURVIVOR            PIC 9(5).
           05  FILLER                  PIC X(3)      VALUE SPACE.

       01  REGISTER-TITLE-LINE.
           05  FILLER          PIC X(24)   VALUE
               "CUSTOMER MERGE - RETIRE ".
           05  RTL-RETIRING    PIC 9(5).
           05  FILLER          PIC X(6)    VALUE " INTO ".
           05  RTL-SURVIVING   PIC 9(5).
           05  FILLER          PIC X(12)   VALUE "  RUN DATE  ".
           05  RTL-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(72)   VALUE SPACE.

       01  CUSTOMER-LINE.
           05  CUL-ROLE             PIC X(10).
           05  CUL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CUL-CUSTOMER-NAME    PIC X(20).
           05  FILLER               PIC X(5)       VALUE "  BR ".
           05  CUL-BRANCH           PIC 9(2).
           05  FILLER               PIC X(6)       VALUE "  REP ".
           05  CUL-REP              PIC 9(2).
           05  FILLER               PIC X(7)       VALUE "  YTD  ".
           05  CUL-SALES-THIS-YTD   PIC ZZ,ZZ9.99-.
           05  FILLER               PIC X(7)       VALUE "  LAST ".
           05  CUL-SALES-LAST-YTD   PIC ZZ,ZZ9.99-.
           05  FILLER               PIC X(9)       VALUE "  CREDIT ".
           05  CUL-CREDIT-STATUS    PIC X(1).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CUL-HOLD-REASON      PIC X(20).
           05  FILLER               PIC X(14)      VALUE SPACE.

       01  DETAIL-LINE.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  DL-RECORD-TYPE       PIC X(12).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  DL-KEY               PIC X(8).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  DL-DATE              PIC X(8).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  DL-AMOUNT            PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  DL-NOTE              PIC X(40).
           05  FILLER               PIC X(42)      VALUE SPACE.

       01  COUNT-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  CNT-COUNT            PIC ZZZZ9.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  CNT-LABEL            PIC X(40).
           05  CNT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  CNT-AMOUNT-X REDEFINES CNT-AMOUNT
                                    PIC X(15).
           05  FILLER               PIC X(70)      VALUE SPACE.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM PREVIEW-PASS.
           IF MERGE-ALLOWED = "Y"
               PERFORM CONFIRM-THE-MERGE.
           IF OK-TO-WRITE = "Y"
               PERFORM WRITE-PASS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN I-O CUSTMAST.
           OPEN I-O SALES-TRANSACTION-FILE.
           OPEN I-O SALES-TRANSACTION-LINE-FILE.
           OPEN I-O CUSTOMER-HISTORY-FILE.
           OPEN I-O COMMISSION-SPLIT-FILE.
           OPEN I-O CASH-RECEIPTS-JOURNAL.
           OPEN I-O CASH-APPLICATION-FILE.
           OPEN I-O WRITE-OFF-FILE.
           OPEN INPUT BILLING-CONTRACT-FILE.
           OPEN I-O SALES-ORDER-FILE.
           OPEN INPUT EXEMPT-CERTIFICATE-FILE.
           OPEN I-O CUSTOMER-PRICE-FILE.
           OPEN I-O EINVOICE-PROFILE-FILE.
           OPEN I-O CUSTOMER-VENDOR-XREF-FILE.
           OPEN I-O COLLECTION-ACTIVITY-FILE.
           OPEN I-O RETURNED-CHECK-FILE.
           PERFORM ENTER-RETIRING-CUSTOMER.
           PERFORM ENTER-SURVIVING-CUSTOMER.
           PERFORM CHECK-BRANCH-AND-REP.
           PERFORM ACCEPT-OUTPUT-DESTINATION.
           OPEN OUTPUT MERGE-REGISTER.

       CLOSING-PROCEDURE.
           CLOSE CUSTMAST.
           CLOSE SALES-TRANSACTION-FILE.
           CLOSE SALES-TRANSACTION-LINE-FILE.
           CLOSE CUSTOMER-HISTORY-FILE.
           CLOSE COMMISSION-SPLIT-FILE.
           CLOSE CASH-RECEIPTS-JOURNAL.
           CLOSE CASH-APPLICATION-FILE.
           CLOSE WRITE-OFF-FILE.
           CLOSE BILLING-CONTRACT-FILE.
           CLOSE SALES-ORDER-FILE.
           CLOSE EXEMPT-CERTIFICATE-FILE.
           CLOSE CUSTOMER-PRICE-FILE.
           CLOSE EINVOICE-PROFILE-FILE.
           CLOSE CUSTOMER-VENDOR-XREF-FILE.
           CLOSE COLLECTION-ACTIVITY-FILE.
           CLOSE RETURNED-CHECK-FILE.
           CLOSE MERGE-REGISTER.
           IF OK-TO-WRITE = "Y"
               DISPLAY "CUSTOMER " RETIRING-CUSTOMER
                   " MERGED INTO " SURVIVING-CUSTOMER ": "
                   TRANSACTIONS-MOVED " TRANSACTION(S), "
                   HISTORY-MOVED " HISTORY MONTH(S) MOVED"
           ELSE
           IF MERGE-ALLOWED = "N"
               DISPLAY "MERGE REFUSED - NOTHING WAS WRITTEN"
           ELSE
               DISPLAY "PREVIEW ONLY - NOTHING WAS WRITTEN".

      *-------------------------------------------------------------
      * Neither number may already have been merged away - a
      * retired number has nothing left to move, and merging
      * into one would strand the history behind two pointers.
      *-------------------------------------------------------------
       ENTER-RETIRING-CUSTOMER.
           PERFORM ACCEPT-RETIRING-CUSTOMER.
           PERFORM RE-ACCEPT-RETIRING-CUSTOMER
               UNTIL CUSTOMER-FOUND = "Y".
           MOVE CM-BRANCH-NUMBER TO RETIRING-BRANCH.
           MOVE CM-SALESREP-NUMBER TO RETIRING-REP.

       ACCEPT-RETIRING-CUSTOMER.
           DISPLAY "CUSTOMER NUMBER TO RETIRE (5 DIGITS)".
           ACCEPT RETIRING-CUSTOMER.
           MOVE RETIRING-CUSTOMER TO CM-CUSTOMER-NUMBER.
           PERFORM READ-CUSTOMER-RECORD.
           IF CUSTOMER-FOUND = "Y" AND NOT CUSTOMER-NOT-MERGED
               DISPLAY "CUSTOMER " RETIRING-CUSTOMER
                   " WAS ALREADY MERGED INTO " CM-MERGED-INTO
               MOVE "N" TO CUSTOMER-FOUND.

       RE-ACCEPT-RETIRING-CUSTOMER.
           DISPLAY "CUSTOMER NOT ON FILE OR ALREADY MERGED - "
               "PLEASE RE-ENTER".
           PERFORM ACCEPT-RETIRING-CUSTOMER.

       ENTER-SURVIVING-CUSTOMER.
           PERFORM ACCEPT-SURVIVING-CUSTOMER.
           PERFORM RE-ACCEPT-SURVIVING-CUSTOMER
               UNTIL CUSTOMER-FOUND = "Y".

       ACCEPT-SURVIVING-CUSTOMER.
           DISPLAY "MERGE IT INTO CUSTOMER (5 DIGITS)".
           ACCEPT SURVIVING-CUSTOMER.
           MOVE SURVIVING-CUSTOMER TO CM-CUSTOMER-NUMBER.
           PERFORM READ-CUSTOMER-RECORD.
           IF CUSTOMER-FOUND = "Y" AND NOT CUSTOMER-NOT-MERGED
               DISPLAY "CUSTOMER " SURVIVING-CUSTOMER
                   " WAS ALREADY MERGED INTO " CM-MERGED-INTO
               MOVE "N" TO CUSTOMER-FOUND.
           IF SURVIVING-CUSTOMER = RETIRING-CUSTOMER
               DISPLAY "A CUSTOMER CANNOT BE MERGED INTO ITSELF"
               MOVE "N" TO CUSTOMER-FOUND.

       RE-ACCEPT-SURVIVING-CUSTOMER.
           DISPLAY "CUSTOMER NOT ON FILE OR ALREADY MERGED - "
               "PLEASE RE-ENTER".
           PERFORM ACCEPT-SURVIVING-CUSTOMER.

       READ-CUSTOMER-RECORD.
           MOVE "Y" TO CUSTOMER-FOUND.
           READ CUSTMAST
               INVALID KEY
                   MOVE "N" TO CUSTOMER-FOUND.

      *-------------------------------------------------------------
      * The survivor is the record in the buffer here. Customers
      * in different branches or under different reps take a
      * supervisor's override to merge.
      *-------------------------------------------------------------
       CHECK-BRANCH-AND-REP.
           IF CM-BRANCH-NUMBER NOT = RETIRING-BRANCH
               OR CM-SALESREP-NUMBER NOT = RETIRING-REP
               MOVE "Y" TO BRANCH-OR-REP-DIFFERS
               DISPLAY "RETIRING CUSTOMER IS BRANCH " RETIRING-BRANCH
                   " REP " RETIRING-REP
               DISPLAY "SURVIVING CUSTOMER IS BRANCH "
                   CM-BRANCH-NUMBER " REP " CM-SALESREP-NUMBER
               DISPLAY "THE CUSTOMERS ARE NOT UNDER THE SAME BRANCH "
                   "AND REP"
               PERFORM ASK-SUPERVISOR-OVERRIDE
               MOVE SUPERVISOR-ANSWER TO MERGE-ALLOWED.

       ASK-SUPERVISOR-OVERRIDE.
           DISPLAY "SUPERVISOR OVERRIDE (Y/N)?".
           ACCEPT SUPERVISOR-ANSWER.
           IF SUPERVISOR-ANSWER NOT = "Y"
               AND SUPERVISOR-ANSWER NOT = "N"
               PERFORM ASK-SUPERVISOR-OVERRIDE.

       ACCEPT-OUTPUT-DESTINATION.
           DISPLAY "ENTER THE OUTPUT DESTINATION (PRINTER NAME OR"
           DISPLAY "FILE PATH), OR PRESS ENTER FOR "
               OUTPUT-DESTINATION.
           ACCEPT DESTINATION-ENTRY.
           IF DESTINATION-ENTRY NOT = SPACES
               MOVE DESTINATION-ENTRY TO OUTPUT-DESTINATION.

      *****************************************************
      *        PASS 1 - PREVIEW, NOTHING WRITES
      *****************************************************
       PREVIEW-PASS.
           MOVE RETIRING-CUSTOMER TO RTL-RETIRING.
           MOVE SURVIVING-CUSTOMER TO RTL-SURVIVING.
           MOVE TODAY-DATE TO RTL-RUN-DATE.
           MOVE REGISTER-TITLE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "RETIRING" TO CUL-ROLE.
           MOVE RETIRING-CUSTOMER TO CM-CUSTOMER-NUMBER.
           PERFORM PRINT-CUSTOMER-LINE.
           MOVE "SURVIVING" TO CUL-ROLE.
           MOVE SURVIVING-CUSTOMER TO CM-CUSTOMER-NUMBER.
           PERFORM PRINT-CUSTOMER-LINE.
           IF BRANCH-OR-REP-DIFFERS = "Y"
               PERFORM PRINT-BRANCH-REP-NOTE.
           IF MERGE-ALLOWED = "Y"
               PERFORM LIST-WHAT-WILL-MOVE.

       PRINT-CUSTOMER-LINE.
           PERFORM READ-CUSTOMER-RECORD.
           MOVE CM-CUSTOMER-NUMBER TO CUL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME TO CUL-CUSTOMER-NAME.
           MOVE CM-BRANCH-NUMBER TO CUL-BRANCH.
           MOVE CM-SALESREP-NUMBER TO CUL-REP.
           MOVE CM-SALES-THIS-YTD TO CUL-SALES-THIS-YTD.
           MOVE CM-SALES-LAST-YTD TO CUL-SALES-LAST-YTD.
           MOVE CM-CREDIT-STATUS TO CUL-CREDIT-STATUS.
           MOVE CM-HOLD-REASON TO CUL-HOLD-REASON.
           MOVE CUSTOMER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.

       PRINT-BRANCH-REP-NOTE.
           IF MERGE-ALLOWED = "Y"
               MOVE "BRANCH OR REP DIFFERS - SUPERVISOR OVERRODE"
                   TO PRINT-AREA
           ELSE
               MOVE "BRANCH OR REP DIFFERS - MERGE REFUSED"
                   TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.

       LIST-WHAT-WILL-MOVE.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM LIST-THE-TRANSACTIONS.
           PERFORM LIST-THE-HISTORY.
           PERFORM LIST-THE-SPLIT.
           PERFORM LIST-THE-PROFILE-AND-XREF.
           PERFORM COUNT-THE-CASH-AND-WRITE-OFFS.
           PERFORM COUNT-THE-ORDERS-AND-CHECKS.
           PERFORM COUNT-THE-CUSTOMER-SET-UP.
           PERFORM PRINT-PREVIEW-COUNTS.
           IF INVOICE-COLLISIONS NOT = ZERO
               MOVE "N" TO MERGE-ALLOWED
               MOVE "INVOICE NUMBERS ALREADY ON THE SURVIVOR - "
                   TO PRINT-AREA
               MOVE "MERGE REFUSED" TO PRINT-AREA (43:13)
               WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           IF CONTRACTS-RUNNING NOT = ZERO
               MOVE "N" TO MERGE-ALLOWED
               MOVE "BILLING CONTRACTS STILL RUNNING - MERGE REFUSED"
                   TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           IF OPEN-ORDERS NOT = ZERO
               MOVE "N" TO MERGE-ALLOWED
               MOVE "SALES ORDERS STILL OPEN - MERGE REFUSED"
                   TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           IF CERTIFICATES-ON-FILE NOT = ZERO
               MOVE "N" TO MERGE-ALLOWED
               MOVE "EXEMPTION CERTIFICATES ON FILE - MERGE REFUSED"
                   TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2 LINES.

      *-------------------------------------------------------------
      * The transactions are walked by re-starting past the last
      * invoice listed, so the look-up of the same invoice under
      * the survivor does not lose the place.
      *-------------------------------------------------------------
       LIST-THE-TRANSACTIONS.
           MOVE SPACES TO LAST-INVOICE.
           MOVE "Y" TO MORE-TO-MOVE.
           PERFORM LIST-ONE-TRANSACTION
               UNTIL MORE-TO-MOVE = "N".

       LIST-ONE-TRANSACTION.
           MOVE RETIRING-CUSTOMER TO ST-CUSTOMER-NUMBER.
           MOVE LAST-INVOICE TO ST-INVOICE-NUMBER.
           PERFORM READ-NEXT-TRANSACTION.
           IF MORE-TO-MOVE = "Y"
               MOVE ST-INVOICE-NUMBER TO LAST-INVOICE
               PERFORM PRINT-ONE-TRANSACTION.

       READ-NEXT-TRANSACTION.
           START SALES-TRANSACTION-FILE
               KEY > ST-TRANSACTION-KEY
               INVALID KEY
                   MOVE "N" TO MORE-TO-MOVE.
           IF MORE-TO-MOVE = "Y"
               PERFORM READ-TRANSACTION-RECORD.

       READ-TRANSACTION-RECORD.
           READ SALES-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "N" TO MORE-TO-MOVE.
           IF MORE-TO-MOVE = "Y"
               AND ST-CUSTOMER-NUMBER NOT = RETIRING-CUSTOMER
               MOVE "N" TO MORE-TO-MOVE.

       PRINT-ONE-TRANSACTION.
           ADD 1 TO TRANSACTIONS-TO-MOVE.
           COMPUTE MOVING-AMOUNT = ST-INVOICE-AMOUNT + ST-SALES-TAX.
           ADD MOVING-AMOUNT TO TRANSACTIONS-TOTAL.
           COMPUTE OPEN-BALANCE-TOTAL =
               OPEN-BALANCE-TOTAL + MOVING-AMOUNT - ST-PAID-AMOUNT.
           MOVE "TRANSACTION" TO DL-RECORD-TYPE.
           MOVE ST-INVOICE-NUMBER TO DL-KEY.
           MOVE ST-INVOICE-DATE TO DL-DATE.
           MOVE MOVING-AMOUNT TO DL-AMOUNT.
           MOVE SURVIVING-CUSTOMER TO ST-CUSTOMER-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ SALES-TRANSACTION-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
               ADD 1 TO INVOICE-COLLISIONS
               MOVE "*** INVOICE ALREADY ON THE SURVIVOR" TO DL-NOTE
           ELSE
               MOVE SPACES TO DL-NOTE.
           MOVE DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.

       LIST-THE-HISTORY.
           MOVE ZERO TO LAST-PERIOD.
           MOVE "Y" TO MORE-TO-MOVE.
           PERFORM LIST-ONE-HISTORY-MONTH
               UNTIL MORE-TO-MOVE = "N".

       LIST-ONE-HISTORY-MONTH.
           MOVE RETIRING-CUSTOMER TO CH-CUSTOMER-NUMBER.
           MOVE LAST-PERIOD TO CH-PERIOD.
           PERFORM READ-NEXT-HISTORY.
           IF MORE-TO-MOVE = "Y"
               MOVE CH-PERIOD TO LAST-PERIOD
               PERFORM PRINT-ONE-HISTORY-MONTH.

       READ-NEXT-HISTORY.
           START CUSTOMER-HISTORY-FILE
               KEY > CH-KEY
               INVALID KEY
                   MOVE "N" TO MORE-TO-MOVE.
           IF MORE-TO-MOVE = "Y"
               PERFORM READ-HISTORY-RECORD.

       READ-HISTORY-RECORD.
           READ CUSTOMER-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "N" TO MORE-TO-MOVE.
           IF MORE-TO-MOVE = "Y"
               AND CH-CUSTOMER-NUMBER NOT = RETIRING-CUSTOMER
               MOVE "N" TO MORE-TO-MOVE.

       PRINT-ONE-HISTORY-MONTH.
           ADD 1 TO HISTORY-TO-MOVE.
           MOVE "HISTORY" TO DL-RECORD-TYPE.
           MOVE CH-PERIOD TO DL-KEY.
           MOVE SPACES TO DL-DATE.
           MOVE CH-SALES-AMOUNT TO DL-AMOUNT.
           MOVE SURVIVING-CUSTOMER TO CH-CUSTOMER-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTOMER-HISTORY-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
               MOVE "ADDED INTO THE SURVIVOR'S MONTH" TO DL-NOTE
           ELSE
               MOVE SPACES TO DL-NOTE.
           MOVE DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.

       LIST-THE-SPLIT.
           PERFORM READ-BOTH-SPLITS.
           IF RETIRING-SPLIT-FOUND = "Y"
               MOVE "SPLIT" TO DL-RECORD-TYPE
               MOVE SPACES TO DL-KEY
               MOVE SPACES TO DL-DATE
               MOVE ZERO TO DL-AMOUNT
               PERFORM NOTE-THE-SPLIT
               MOVE DETAIL-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.

       NOTE-THE-SPLIT.
           IF SURVIVOR-SPLIT-FOUND = "Y"
               MOVE "SURVIVOR'S SPLIT STANDS - THIS ONE DROPS"
                   TO DL-NOTE
           ELSE
               MOVE "MOVES TO THE SURVIVOR" TO DL-NOTE.

      *-------------------------------------------------------------
      * Leaves the retiring customer's split in the buffer when
      * it has one.
      *-------------------------------------------------------------
       READ-BOTH-SPLITS.
           MOVE SURVIVING-CUSTOMER TO SP-CUSTOMER-NUMBER.
           MOVE "Y" TO SURVIVOR-SPLIT-FOUND.
           READ COMMISSION-SPLIT-FILE
               INVALID KEY
                   MOVE "N" TO SURVIVOR-SPLIT-FOUND.
           MOVE RETIRING-CUSTOMER TO SP-CUSTOMER-NUMBER.
           MOVE "Y" TO RETIRING-SPLIT-FOUND.
           READ COMMISSION-SPLIT-FILE
               INVALID KEY
                   MOVE "N" TO RETIRING-SPLIT-FOUND.

       LIST-THE-PROFILE-AND-XREF.
           PERFORM READ-BOTH-PROFILES.
           IF RETIRING-PROFILE-FOUND = "Y"
               MOVE "E-INVOICE" TO DL-RECORD-TYPE
               MOVE SPACES TO DL-KEY
               MOVE SPACES TO DL-DATE
               MOVE ZERO TO DL-AMOUNT
               PERFORM NOTE-THE-PROFILE
               MOVE DETAIL-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM READ-BOTH-XREFS.
           IF RETIRING-XREF-FOUND = "Y"
               MOVE "VENDOR XREF" TO DL-RECORD-TYPE
               MOVE CX-VENDOR-NUMBER TO DL-KEY
               MOVE SPACES TO DL-DATE
               MOVE ZERO TO DL-AMOUNT
               PERFORM NOTE-THE-XREF
               MOVE DETAIL-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.

       NOTE-THE-PROFILE.
           IF SURVIVOR-PROFILE-FOUND = "Y"
               MOVE "SURVIVOR'S PROFILE STANDS - THIS DROPS"
                   TO DL-NOTE
           ELSE
               MOVE "MOVES TO THE SURVIVOR" TO DL-NOTE.

       NOTE-THE-XREF.
           IF SURVIVOR-XREF-FOUND = "Y"
               MOVE "SURVIVOR'S XREF STANDS - THIS DROPS"
                   TO DL-NOTE
           ELSE
               MOVE "MOVES TO THE SURVIVOR" TO DL-NOTE.

      *-------------------------------------------------------------
      * Each leaves the retiring customer's record in the buffer
      * when it has one.
      *-------------------------------------------------------------
       READ-BOTH-PROFILES.
           MOVE SURVIVING-CUSTOMER TO EP-CUSTOMER-NUMBER.
           MOVE "Y" TO SURVIVOR-PROFILE-FOUND.
           READ EINVOICE-PROFILE-FILE
               INVALID KEY
                   MOVE "N" TO SURVIVOR-PROFILE-FOUND.
           MOVE RETIRING-CUSTOMER TO EP-CUSTOMER-NUMBER.
           MOVE "Y" TO RETIRING-PROFILE-FOUND.
           READ EINVOICE-PROFILE-FILE
               INVALID KEY
                   MOVE "N" TO RETIRING-PROFILE-FOUND.

       READ-BOTH-XREFS.
           MOVE SURVIVING-CUSTOMER TO CX-CUSTOMER-NUMBER.
           MOVE "Y" TO SURVIVOR-XREF-FOUND.
           READ CUSTOMER-VENDOR-XREF-FILE
               INVALID KEY
                   MOVE "N" TO SURVIVOR-XREF-FOUND.
           MOVE RETIRING-CUSTOMER TO CX-CUSTOMER-NUMBER.
           MOVE "Y" TO RETIRING-XREF-FOUND.
           READ CUSTOMER-VENDOR-XREF-FILE
               INVALID KEY
                   MOVE "N" TO RETIRING-XREF-FOUND.

       COUNT-THE-CASH-AND-WRITE-OFFS.
           MOVE ZEROES TO CJ-RECEIPT-NUMBER.
           MOVE "N" TO FILE-EOF-SWITCH.
           START CASH-RECEIPTS-JOURNAL
               KEY NOT < CJ-RECEIPT-NUMBER
               INVALID KEY
                   MOVE "Y" TO FILE-EOF-SWITCH.
           PERFORM COUNT-ONE-RECEIPT
               UNTIL FILE-EOF-SWITCH = "Y".
           MOVE ZEROES TO CA-APPLICATION-KEY.
           MOVE "N" TO FILE-EOF-SWITCH.
           START CASH-APPLICATION-FILE
               KEY NOT < CA-APPLICATION-KEY
               INVALID KEY
                   MOVE "Y" TO FILE-EOF-SWITCH.
           PERFORM COUNT-ONE-APPLICATION
               UNTIL FILE-EOF-SWITCH = "Y".
           MOVE ZEROES TO WO-NUMBER.
           MOVE "N" TO FILE-EOF-SWITCH.
           START WRITE-OFF-FILE
               KEY NOT < WO-NUMBER
               INVALID KEY
                   MOVE "Y" TO FILE-EOF-SWITCH.
           PERFORM COUNT-ONE-WRITE-OFF
               UNTIL FILE-EOF-SWITCH = "Y".

       COUNT-ONE-RECEIPT.
           READ CASH-RECEIPTS-JOURNAL NEXT RECORD
               AT END
                   MOVE "Y" TO FILE-EOF-SWITCH.
           IF FILE-EOF-SWITCH = "N"
               AND CJ-CUSTOMER-NUMBER = RETIRING-CUSTOMER
               ADD 1 TO RECEIPTS-TO-MOVE.

       COUNT-ONE-APPLICATION.
           READ CASH-APPLICATION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO FILE-EOF-SWITCH.
           IF FILE-EOF-SWITCH = "N"
               AND CA-CUSTOMER-NUMBER = RETIRING-CUSTOMER
               ADD 1 TO APPLICATIONS-TO-MOVE.

       COUNT-ONE-WRITE-OFF.
           READ WRITE-OFF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO FILE-EOF-SWITCH.
           IF FILE-EOF-SWITCH = "N"
               AND WO-CUSTOMER-NUMBER = RETIRING-CUSTOMER
               ADD 1 TO WRITE-OFFS-TO-MOVE.

       COUNT-THE-ORDERS-AND-CHECKS.
           MOVE ZEROES TO SO-ORDER-NUMBER.
           MOVE "N" TO FILE-EOF-SWITCH.
           START SALES-ORDER-FILE
               KEY NOT < SO-ORDER-NUMBER
               INVALID KEY
                   MOVE "Y" TO FILE-EOF-SWITCH.
           PERFORM COUNT-ONE-ORDER
               UNTIL FILE-EOF-SWITCH = "Y".
           MOVE ZEROES TO NR-RECEIPT-NUMBER.
           MOVE "N" TO FILE-EOF-SWITCH.
           START RETURNED-CHECK-FILE
               KEY NOT < NR-RECEIPT-NUMBER
               INVALID KEY
                   MOVE "Y" TO FILE-EOF-SWITCH.
           PERFORM COUNT-ONE-RETURNED-CHECK
               UNTIL FILE-EOF-SWITCH = "Y".

       COUNT-ONE-ORDER.
           READ SALES-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO FILE-EOF-SWITCH.
           IF FILE-EOF-SWITCH = "N"
               AND SO-CUSTOMER-NUMBER = RETIRING-CUSTOMER
               PERFORM COUNT-THE-ORDER.

       COUNT-THE-ORDER.
           IF SO-IS-OPEN
               ADD 1 TO OPEN-ORDERS
           ELSE
               ADD 1 TO ORDERS-TO-MOVE.

       COUNT-ONE-RETURNED-CHECK.
           READ RETURNED-CHECK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO FILE-EOF-SWITCH.
           IF FILE-EOF-SWITCH = "N"
               AND NR-CUSTOMER-NUMBER = RETIRING-CUSTOMER
               ADD 1 TO RETURNED-CHECKS-TO-MOVE.

      *-------------------------------------------------------------
      * The files keyed by customer are read from the retiring
      * number's first record until the number changes.
      *-------------------------------------------------------------
       COUNT-THE-CUSTOMER-SET-UP.
           MOVE RETIRING-CUSTOMER TO CT-CUSTOMER-NUMBER.
           MOVE ZEROES TO CT-CONTRACT-NUMBER.
           MOVE "N" TO FILE-EOF-SWITCH.
           START BILLING-CONTRACT-FILE
               KEY NOT < CT-CONTRACT-KEY
               INVALID KEY
                   MOVE "Y" TO FILE-EOF-SWITCH.
           PERFORM COUNT-ONE-CONTRACT
               UNTIL FILE-EOF-SWITCH = "Y".
           MOVE RETIRING-CUSTOMER TO CE-CUSTOMER-NUMBER.
           MOVE SPACES TO CE-JURISDICTION.
           MOVE SPACES TO CE-CERTIFICATE-NUMBER.
           MOVE "N" TO FILE-EOF-SWITCH.
           START EXEMPT-CERTIFICATE-FILE
               KEY NOT < CE-KEY
               INVALID KEY
                   MOVE "Y" TO FILE-EOF-SWITCH.
           PERFORM COUNT-ONE-CERTIFICATE
               UNTIL FILE-EOF-SWITCH = "Y".
           MOVE RETIRING-CUSTOMER TO CP-CUSTOMER-NUMBER.
           MOVE SPACES TO CP-PRODUCT-CODE.
           MOVE ZEROES TO CP-EFFECTIVE-DATE.
           MOVE "N" TO FILE-EOF-SWITCH.
           START CUSTOMER-PRICE-FILE
               KEY NOT < CP-KEY
               INVALID KEY
                   MOVE "Y" TO FILE-EOF-SWITCH.
           PERFORM COUNT-ONE-PRICE
               UNTIL FILE-EOF-SWITCH = "Y".
           MOVE RETIRING-CUSTOMER TO CL-CUSTOMER-NUMBER.
           MOVE ZEROES TO CL-SEQUENCE.
           MOVE "N" TO FILE-EOF-SWITCH.
           START COLLECTION-ACTIVITY-FILE
               KEY NOT < CL-ACTIVITY-KEY
               INVALID KEY
                   MOVE "Y" TO FILE-EOF-SWITCH.
           PERFORM COUNT-ONE-NOTE
               UNTIL FILE-EOF-SWITCH = "Y".

       COUNT-ONE-CONTRACT.
           READ BILLING-CONTRACT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO FILE-EOF-SWITCH.
           IF FILE-EOF-SWITCH = "N"
               AND CT-CUSTOMER-NUMBER NOT = RETIRING-CUSTOMER
               MOVE "Y" TO FILE-EOF-SWITCH.
           IF FILE-EOF-SWITCH = "N"
               AND (CT-END-DATE = ZERO
                   OR CT-END-DATE NOT < TODAY-DATE)
               ADD 1 TO CONTRACTS-RUNNING.

       COUNT-ONE-CERTIFICATE.
           READ EXEMPT-CERTIFICATE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO FILE-EOF-SWITCH.
           IF FILE-EOF-SWITCH = "N"
               AND CE-CUSTOMER-NUMBER NOT = RETIRING-CUSTOMER
               MOVE "Y" TO FILE-EOF-SWITCH.
           IF FILE-EOF-SWITCH = "N"
               ADD 1 TO CERTIFICATES-ON-FILE.

       COUNT-ONE-PRICE.
           READ CUSTOMER-PRICE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO FILE-EOF-SWITCH.
           IF FILE-EOF-SWITCH = "N"
               AND CP-CUSTOMER-NUMBER NOT = RETIRING-CUSTOMER
               MOVE "Y" TO FILE-EOF-SWITCH.
           IF FILE-EOF-SWITCH = "N"
               ADD 1 TO PRICES-TO-MOVE.

       COUNT-ONE-NOTE.
           READ COLLECTION-ACTIVITY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO FILE-EOF-SWITCH.
           IF FILE-EOF-SWITCH = "N"
               AND CL-CUSTOMER-NUMBER NOT = RETIRING-CUSTOMER
               MOVE "Y" TO FILE-EOF-SWITCH.
           IF FILE-EOF-SWITCH = "N"
               ADD 1 TO NOTES-TO-MOVE.

       PRINT-PREVIEW-COUNTS.
           MOVE TRANSACTIONS-TO-MOVE TO CNT-COUNT.
           MOVE "TRANSACTION(S) TO MOVE, INVOICE + TAX" TO CNT-LABEL.
           MOVE TRANSACTIONS-TOTAL TO CNT-AMOUNT.
           MOVE COUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO CNT-COUNT.
           MOVE "      OF WHICH STILL OPEN" TO CNT-LABEL.
           MOVE OPEN-BALANCE-TOTAL TO CNT-AMOUNT.
           MOVE COUNT-LINE TO PRINT-AREA.
           MOVE SPACES TO PRINT-AREA (1:6).
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE SPACES TO CNT-AMOUNT-X.
           MOVE HISTORY-TO-MOVE TO CNT-COUNT.
           MOVE "MONTH(S) OF SALES HISTORY TO MOVE" TO CNT-LABEL.
           PERFORM PRINT-ONE-COUNT.
           MOVE RECEIPTS-TO-MOVE TO CNT-COUNT.
           MOVE "CASH RECEIPT(S) TO RENUMBER" TO CNT-LABEL.
           PERFORM PRINT-ONE-COUNT.
           MOVE APPLICATIONS-TO-MOVE TO CNT-COUNT.
           MOVE "CASH APPLICATION LINE(S) TO RENUMBER" TO CNT-LABEL.
           PERFORM PRINT-ONE-COUNT.
           MOVE WRITE-OFFS-TO-MOVE TO CNT-COUNT.
           MOVE "WRITE-OFF REQUEST(S) TO RENUMBER" TO CNT-LABEL.
           PERFORM PRINT-ONE-COUNT.
           MOVE ORDERS-TO-MOVE TO CNT-COUNT.
           MOVE "SALES ORDER(S) TO RENUMBER" TO CNT-LABEL.
           PERFORM PRINT-ONE-COUNT.
           MOVE RETURNED-CHECKS-TO-MOVE TO CNT-COUNT.
           MOVE "RETURNED CHECK(S) TO RENUMBER" TO CNT-LABEL.
           PERFORM PRINT-ONE-COUNT.
           MOVE PRICES-TO-MOVE TO CNT-COUNT.
           MOVE "CUSTOMER PRICE(S) TO MOVE" TO CNT-LABEL.
           PERFORM PRINT-ONE-COUNT.
           MOVE NOTES-TO-MOVE TO CNT-COUNT.
           MOVE "COLLECTION CONTACT(S) TO MOVE" TO CNT-LABEL.
           PERFORM PRINT-ONE-COUNT.
           MOVE INVOICE-COLLISIONS TO CNT-COUNT.
           MOVE "INVOICE NUMBER(S) ALREADY ON SURVIVOR"
               TO CNT-LABEL.
           PERFORM PRINT-ONE-COUNT.
           MOVE CONTRACTS-RUNNING TO CNT-COUNT.
           MOVE "BILLING CONTRACT(S) STILL RUNNING" TO CNT-LABEL.
           PERFORM PRINT-ONE-COUNT.
           MOVE OPEN-ORDERS TO CNT-COUNT.
           MOVE "SALES ORDER(S) STILL OPEN" TO CNT-LABEL.
           PERFORM PRINT-ONE-COUNT.
           MOVE CERTIFICATES-ON-FILE TO CNT-COUNT.
           MOVE "EXEMPTION CERTIFICATE(S) ON FILE" TO CNT-LABEL.
           PERFORM PRINT-ONE-COUNT.

       PRINT-ONE-COUNT.
           MOVE COUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.

       CONFIRM-THE-MERGE.
           DISPLAY TRANSACTIONS-TO-MOVE " TRANSACTION(S) AND "
               HISTORY-TO-MOVE " HISTORY MONTH(S) ON THE PREVIEW "
               "REGISTER.".
           DISPLAY "WRITE THE MERGE (Y/N)?".
           ACCEPT OK-TO-WRITE.
           IF OK-TO-WRITE NOT = "Y" AND OK-TO-WRITE NOT = "N"
               PERFORM CONFIRM-THE-MERGE.

      *****************************************************
      *        PASS 2 - THE WRITES
      *****************************************************
       WRITE-PASS.
           PERFORM MOVE-THE-TRANSACTIONS.
           PERFORM MOVE-THE-HISTORY.
           PERFORM MOVE-THE-SPLIT.
           PERFORM RENUMBER-THE-CASH.
           PERFORM RENUMBER-THE-WRITE-OFFS.
           PERFORM RENUMBER-THE-ORDERS-AND-CHECKS.
           PERFORM MOVE-THE-PRICES.
           PERFORM MOVE-THE-PROFILE.
           PERFORM MOVE-THE-XREF.
           PERFORM MOVE-THE-COLLECTION-ACTIVITY.
           PERFORM RETIRE-THE-OLD-NUMBER.
           PERFORM UPDATE-THE-SURVIVOR.
           PERFORM PRINT-MERGE-RESULT.

      *-------------------------------------------------------------
      * Each record is written under the survivor before it is
      * deleted under the old number, so a write that fails
      * leaves it where it was. Moved records are gone from the
      * old number, so each look starts again from its top.
      *-------------------------------------------------------------
       MOVE-THE-TRANSACTIONS.
           MOVE "Y" TO MORE-TO-MOVE.
           PERFORM MOVE-ONE-TRANSACTION
               UNTIL MORE-TO-MOVE = "N".

       MOVE-ONE-TRANSACTION.
           MOVE RETIRING-CUSTOMER TO ST-CUSTOMER-NUMBER.
           MOVE SPACES TO ST-INVOICE-NUMBER.
           PERFORM READ-NEXT-TRANSACTION.
           IF MORE-TO-MOVE = "Y"
               MOVE ST-INVOICE-NUMBER TO MOVING-INVOICE
               PERFORM WRITE-TRANSACTION-TO-SURVIVOR.

       WRITE-TRANSACTION-TO-SURVIVOR.
           MOVE SURVIVING-CUSTOMER TO ST-CUSTOMER-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           WRITE SALES-TRANSACTION-RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
               PERFORM DELETE-OLD-TRANSACTION
           ELSE
               DISPLAY "ERROR MOVING INVOICE " MOVING-INVOICE
               MOVE "N" TO MORE-TO-MOVE.

       DELETE-OLD-TRANSACTION.
           MOVE RETIRING-CUSTOMER TO ST-CUSTOMER-NUMBER.
           DELETE SALES-TRANSACTION-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR DELETING INVOICE " MOVING-INVOICE.
           ADD 1 TO TRANSACTIONS-MOVED.
           MOVE "Y" TO MORE-LINES.
           PERFORM MOVE-ONE-LINE
               UNTIL MORE-LINES = "N".

       MOVE-ONE-LINE.
           MOVE RETIRING-CUSTOMER TO TL-CUSTOMER-NUMBER.
           MOVE MOVING-INVOICE TO TL-INVOICE-NUMBER.
           MOVE ZERO TO TL-LINE-NUMBER.
           START SALES-TRANSACTION-LINE-FILE
               KEY NOT < TL-LINE-KEY
               INVALID KEY
                   MOVE "N" TO MORE-LINES.
           IF MORE-LINES = "Y"
               PERFORM READ-LINE-RECORD.
           IF MORE-LINES = "Y"
               PERFORM WRITE-LINE-TO-SURVIVOR.

       READ-LINE-RECORD.
           READ SALES-TRANSACTION-LINE-FILE NEXT RECORD
               AT END
                   MOVE "N" TO MORE-LINES.
           IF MORE-LINES = "Y"
               IF TL-CUSTOMER-NUMBER NOT = RETIRING-CUSTOMER
                   OR TL-INVOICE-NUMBER NOT = MOVING-INVOICE
                   MOVE "N" TO MORE-LINES.

       WRITE-LINE-TO-SURVIVOR.
           MOVE SURVIVING-CUSTOMER TO TL-CUSTOMER-NUMBER.
           WRITE SALES-TRANSACTION-LINE-RECORD
               INVALID KEY
                   DISPLAY "ERROR MOVING A LINE OF " MOVING-INVOICE
                   MOVE "N" TO MORE-LINES.
           IF MORE-LINES = "Y"
               PERFORM DELETE-OLD-LINE.

       DELETE-OLD-LINE.
           MOVE RETIRING-CUSTOMER TO TL-CUSTOMER-NUMBER.
           DELETE SALES-TRANSACTION-LINE-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR DELETING A LINE OF " MOVING-INVOICE.
           ADD 1 TO LINES-MOVED.

      *-------------------------------------------------------------
      * A month the survivor already has takes the retiring
      * customer's sales on top of its own.
      *-------------------------------------------------------------
       MOVE-THE-HISTORY.
           MOVE "Y" TO MORE-TO-MOVE.
           PERFORM MOVE-ONE-HISTORY-MONTH
               UNTIL MORE-TO-MOVE = "N".

       MOVE-ONE-HISTORY-MONTH.
           MOVE RETIRING-CUSTOMER TO CH-CUSTOMER-NUMBER.
           MOVE ZERO TO CH-PERIOD.
           PERFORM READ-NEXT-HISTORY.
           IF MORE-TO-MOVE = "Y"
               MOVE CH-PERIOD TO MOVING-PERIOD
               MOVE CH-SALES-AMOUNT TO MOVING-AMOUNT
               PERFORM WRITE-HISTORY-TO-SURVIVOR
               PERFORM DELETE-OLD-HISTORY.

       WRITE-HISTORY-TO-SURVIVOR.
           MOVE SURVIVING-CUSTOMER TO CH-CUSTOMER-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTOMER-HISTORY-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
               ADD MOVING-AMOUNT TO CH-SALES-AMOUNT
               ADD 1 TO HISTORY-COMBINED
               REWRITE CUSTOMER-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING HISTORY "
                           MOVING-PERIOD
           ELSE
               MOVE MOVING-AMOUNT TO CH-SALES-AMOUNT
               WRITE CUSTOMER-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING HISTORY "
                           MOVING-PERIOD.

       DELETE-OLD-HISTORY.
           MOVE RETIRING-CUSTOMER TO CH-CUSTOMER-NUMBER.
           MOVE MOVING-PERIOD TO CH-PERIOD.
           DELETE CUSTOMER-HISTORY-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR DELETING HISTORY " MOVING-PERIOD.
           ADD 1 TO HISTORY-MOVED.

       MOVE-THE-SPLIT.
           PERFORM READ-BOTH-SPLITS.
           IF RETIRING-SPLIT-FOUND = "Y"
               AND SURVIVOR-SPLIT-FOUND = "N"
               MOVE SURVIVING-CUSTOMER TO SP-CUSTOMER-NUMBER
               WRITE COMMISSION-SPLIT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING SPLIT RECORD".
           IF RETIRING-SPLIT-FOUND = "Y"
               MOVE RETIRING-CUSTOMER TO SP-CUSTOMER-NUMBER
               DELETE COMMISSION-SPLIT-FILE RECORD
                   INVALID KEY
                       DISPLAY "ERROR DELETING SPLIT RECORD".

       RENUMBER-THE-CASH.
           MOVE ZEROES TO CJ-RECEIPT-NUMBER.
           MOVE "N" TO FILE-EOF-SWITCH.
           START CASH-RECEIPTS-JOURNAL
               KEY NOT < CJ-RECEIPT-NUMBER
               INVALID KEY
                   MOVE "Y" TO FILE-EOF-SWITCH.
           PERFORM RENUMBER-ONE-RECEIPT
               UNTIL FILE-EOF-SWITCH = "Y".
           MOVE ZEROES TO CA-APPLICATION-KEY.
           MOVE "N" TO FILE-EOF-SWITCH.
           START CASH-APPLICATION-FILE
               KEY NOT < CA-APPLICATION-KEY
               INVALID KEY
                   MOVE "Y" TO FILE-EOF-SWITCH.
           PERFORM RENUMBER-ONE-APPLICATION
               UNTIL FILE-EOF-SWITCH = "Y".

       RENUMBER-ONE-RECEIPT.
           READ CASH-RECEIPTS-JOURNAL NEXT RECORD
               AT END
                   MOVE "Y" TO FILE-EOF-SWITCH.
           IF FILE-EOF-SWITCH = "N"
               AND CJ-CUSTOMER-NUMBER = RETIRING-CUSTOMER
               MOVE SURVIVING-CUSTOMER TO CJ-CUSTOMER-NUMBER
               REWRITE CASH-RECEIPT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING RECEIPT "
                           CJ-RECEIPT-NUMBER
                   NOT INVALID KEY
                       ADD 1 TO RECEIPTS-MOVED.

       RENUMBER-ONE-APPLICATION.
           READ CASH-APPLICATION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO FILE-EOF-SWITCH.
           IF FILE-EOF-SWITCH = "N"
               AND CA-CUSTOMER-NUMBER = RETIRING-CUSTOMER
               MOVE SURVIVING-CUSTOMER TO CA-CUSTOMER-NUMBER
               REWRITE CASH-APPLICATION-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING APPLICATION "
                           CA-APPLICATION-KEY
                   NOT INVALID KEY
                       ADD 1 TO APPLICATIONS-MOVED.

       RENUMBER-THE-WRITE-OFFS.
           MOVE ZEROES TO WO-NUMBER.
           MOVE "N" TO FILE-EOF-SWITCH.
           START WRITE-OFF-FILE
               KEY NOT < WO-NUMBER
               INVALID KEY
                   MOVE "Y" TO FILE-EOF-SWITCH.
           PERFORM RENUMBER-ONE-WRITE-OFF
               UNTIL FILE-EOF-SWITCH = "Y".

       RENUMBER-ONE-WRITE-OFF.
           READ WRITE-OFF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO FILE-EOF-SWITCH.
           IF FILE-EOF-SWITCH = "N"
               AND WO-CUSTOMER-NUMBER = RETIRING-CUSTOMER
               MOVE SURVIVING-CUSTOMER TO WO-CUSTOMER-NUMBER
               REWRITE WRITE-OFF-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING WRITE-OFF " WO-NUMBER
                   NOT INVALID KEY
                       ADD 1 TO WRITE-OFFS-MOVED.

       RENUMBER-THE-ORDERS-AND-CHECKS.
           MOVE ZEROES TO SO-ORDER-NUMBER.
           MOVE "N" TO FILE-EOF-SWITCH.
           START SALES-ORDER-FILE
               KEY NOT < SO-ORDER-NUMBER
               INVALID KEY
                   MOVE "Y" TO FILE-EOF-SWITCH.
           PERFORM RENUMBER-ONE-ORDER
               UNTIL FILE-EOF-SWITCH = "Y".
           MOVE ZEROES TO NR-RECEIPT-NUMBER.
           MOVE "N" TO FILE-EOF-SWITCH.
           START RETURNED-CHECK-FILE
               KEY NOT < NR-RECEIPT-NUMBER
               INVALID KEY
                   MOVE "Y" TO FILE-EOF-SWITCH.
           PERFORM RENUMBER-ONE-RETURNED-CHECK
               UNTIL FILE-EOF-SWITCH = "Y".

       RENUMBER-ONE-ORDER.
           READ SALES-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO FILE-EOF-SWITCH.
           IF FILE-EOF-SWITCH = "N"
               AND SO-CUSTOMER-NUMBER = RETIRING-CUSTOMER
               MOVE SURVIVING-CUSTOMER TO SO-CUSTOMER-NUMBER
               REWRITE SALES-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING ORDER "
                           SO-ORDER-NUMBER
                   NOT INVALID KEY
                       ADD 1 TO ORDERS-MOVED.

       RENUMBER-ONE-RETURNED-CHECK.
           READ RETURNED-CHECK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO FILE-EOF-SWITCH.
           IF FILE-EOF-SWITCH = "N"
               AND NR-CUSTOMER-NUMBER = RETIRING-CUSTOMER
               MOVE SURVIVING-CUSTOMER TO NR-CUSTOMER-NUMBER
               REWRITE RETURNED-CHECK-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING RETURNED CHECK "
                           NR-RECEIPT-NUMBER
                   NOT INVALID KEY
                       ADD 1 TO RETURNED-CHECKS-MOVED.

      *-------------------------------------------------------------
      * A price the survivor already has for the same product and
      * effective date stands, and the retiring one is dropped.
      *-------------------------------------------------------------
       MOVE-THE-PRICES.
           MOVE "Y" TO MORE-TO-MOVE.
           PERFORM MOVE-ONE-PRICE
               UNTIL MORE-TO-MOVE = "N".

       MOVE-ONE-PRICE.
           MOVE RETIRING-CUSTOMER TO CP-CUSTOMER-NUMBER.
           MOVE SPACES TO CP-PRODUCT-CODE.
           MOVE ZEROES TO CP-EFFECTIVE-DATE.
           START CUSTOMER-PRICE-FILE
               KEY NOT < CP-KEY
               INVALID KEY
                   MOVE "N" TO MORE-TO-MOVE.
           IF MORE-TO-MOVE = "Y"
               PERFORM READ-PRICE-RECORD.
           IF MORE-TO-MOVE = "Y"
               MOVE CP-KEY TO MOVING-PRICE-KEY
               PERFORM WRITE-PRICE-TO-SURVIVOR
               PERFORM DELETE-OLD-PRICE.

       READ-PRICE-RECORD.
           READ CUSTOMER-PRICE-FILE NEXT RECORD
               AT END
                   MOVE "N" TO MORE-TO-MOVE.
           IF MORE-TO-MOVE = "Y"
               AND CP-CUSTOMER-NUMBER NOT = RETIRING-CUSTOMER
               MOVE "N" TO MORE-TO-MOVE.

       WRITE-PRICE-TO-SURVIVOR.
           MOVE SURVIVING-CUSTOMER TO CP-CUSTOMER-NUMBER.
           WRITE CUSTOMER-PRICE-RECORD
               INVALID KEY
                   ADD 1 TO PRICES-DROPPED
               NOT INVALID KEY
                   ADD 1 TO PRICES-MOVED.

       DELETE-OLD-PRICE.
           MOVE MOVING-PRICE-KEY TO CP-KEY.
           DELETE CUSTOMER-PRICE-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR DELETING PRICE " CP-PRODUCT-CODE
                   MOVE "N" TO MORE-TO-MOVE.

       MOVE-THE-PROFILE.
           PERFORM READ-BOTH-PROFILES.
           IF RETIRING-PROFILE-FOUND = "Y"
               AND SURVIVOR-PROFILE-FOUND = "N"
               MOVE SURVIVING-CUSTOMER TO EP-CUSTOMER-NUMBER
               WRITE EINVOICE-PROFILE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING E-INVOICE PROFILE".
           IF RETIRING-PROFILE-FOUND = "Y"
               MOVE RETIRING-CUSTOMER TO EP-CUSTOMER-NUMBER
               DELETE EINVOICE-PROFILE-FILE RECORD
                   INVALID KEY
                       DISPLAY "ERROR DELETING E-INVOICE PROFILE".

       MOVE-THE-XREF.
           PERFORM READ-BOTH-XREFS.
           IF RETIRING-XREF-FOUND = "Y"
               AND SURVIVOR-XREF-FOUND = "N"
               MOVE SURVIVING-CUSTOMER TO CX-CUSTOMER-NUMBER
               WRITE CUSTOMER-VENDOR-XREF-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING VENDOR XREF".
           IF RETIRING-XREF-FOUND = "Y"
               MOVE RETIRING-CUSTOMER TO CX-CUSTOMER-NUMBER
               DELETE CUSTOMER-VENDOR-XREF-FILE RECORD
                   INVALID KEY
                       DISPLAY "ERROR DELETING VENDOR XREF".

      *-------------------------------------------------------------
      * The retiring customer's contacts are numbered on after
      * the survivor's last, in the order they were made.
      *-------------------------------------------------------------
       MOVE-THE-COLLECTION-ACTIVITY.
           PERFORM FIND-SURVIVOR-LAST-CONTACT.
           MOVE "Y" TO MORE-TO-MOVE.
           PERFORM MOVE-ONE-CONTACT
               UNTIL MORE-TO-MOVE = "N".

       FIND-SURVIVOR-LAST-CONTACT.
           MOVE ZERO TO LAST-SEQUENCE.
           MOVE SURVIVING-CUSTOMER TO CL-CUSTOMER-NUMBER.
           MOVE ZEROES TO CL-SEQUENCE.
           MOVE "N" TO FILE-EOF-SWITCH.
           START COLLECTION-ACTIVITY-FILE
               KEY NOT < CL-ACTIVITY-KEY
               INVALID KEY
                   MOVE "Y" TO FILE-EOF-SWITCH.
           PERFORM HOLD-ONE-SURVIVOR-CONTACT
               UNTIL FILE-EOF-SWITCH = "Y".

       HOLD-ONE-SURVIVOR-CONTACT.
           READ COLLECTION-ACTIVITY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO FILE-EOF-SWITCH.
           IF FILE-EOF-SWITCH = "N"
               AND CL-CUSTOMER-NUMBER NOT = SURVIVING-CUSTOMER
               MOVE "Y" TO FILE-EOF-SWITCH.
           IF FILE-EOF-SWITCH = "N"
               MOVE CL-SEQUENCE TO LAST-SEQUENCE.

       MOVE-ONE-CONTACT.
           MOVE RETIRING-CUSTOMER TO CL-CUSTOMER-NUMBER.
           MOVE ZEROES TO CL-SEQUENCE.
           START COLLECTION-ACTIVITY-FILE
               KEY NOT < CL-ACTIVITY-KEY
               INVALID KEY
                   MOVE "N" TO MORE-TO-MOVE.
           IF MORE-TO-MOVE = "Y"
               PERFORM READ-CONTACT-RECORD.
           IF MORE-TO-MOVE = "Y"
               MOVE CL-SEQUENCE TO MOVING-SEQUENCE
               PERFORM WRITE-CONTACT-TO-SURVIVOR.

       READ-CONTACT-RECORD.
           READ COLLECTION-ACTIVITY-FILE NEXT RECORD
               AT END
                   MOVE "N" TO MORE-TO-MOVE.
           IF MORE-TO-MOVE = "Y"
               AND CL-CUSTOMER-NUMBER NOT = RETIRING-CUSTOMER
               MOVE "N" TO MORE-TO-MOVE.

       WRITE-CONTACT-TO-SURVIVOR.
           MOVE SURVIVING-CUSTOMER TO CL-CUSTOMER-NUMBER.
           COMPUTE CL-SEQUENCE = LAST-SEQUENCE + 1.
           MOVE "Y" TO RECORD-FOUND.
           WRITE COLLECTION-ACTIVITY-RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
               MOVE CL-SEQUENCE TO LAST-SEQUENCE
               PERFORM DELETE-OLD-CONTACT
           ELSE
               DISPLAY "ERROR MOVING CONTACT " MOVING-SEQUENCE
               MOVE "N" TO MORE-TO-MOVE.

       DELETE-OLD-CONTACT.
           MOVE RETIRING-CUSTOMER TO CL-CUSTOMER-NUMBER.
           MOVE MOVING-SEQUENCE TO CL-SEQUENCE.
           DELETE COLLECTION-ACTIVITY-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR DELETING CONTACT " MOVING-SEQUENCE.
           ADD 1 TO NOTES-MOVED.

      *-------------------------------------------------------------
      * What the survivor inherits is taken off the retiring
      * record before it is cleared. The retiring number is put
      * on a hand HOLD - only a person lifts it, and the sweep
      * never will.
      *-------------------------------------------------------------
       RETIRE-THE-OLD-NUMBER.
           MOVE RETIRING-CUSTOMER TO CM-CUSTOMER-NUMBER.
           PERFORM READ-CUSTOMER-RECORD.
           MOVE CM-SALES-THIS-YTD TO RETIRING-THIS-YTD.
           MOVE CM-SALES-LAST-YTD TO RETIRING-LAST-YTD.
           MOVE CM-NSF-COUNT TO RETIRING-NSF-COUNT.
           MOVE CM-LAST-NSF-DATE TO RETIRING-LAST-NSF-DATE.
           MOVE CM-CREDIT-STATUS TO RETIRING-CREDIT-STATUS.
           MOVE CM-HOLD-REASON TO RETIRING-HOLD-REASON.
           MOVE CM-HOLD-SOURCE TO RETIRING-HOLD-SOURCE.
           MOVE CM-HOLD-DATE TO RETIRING-HOLD-DATE.
           MOVE ZERO TO CM-SALES-THIS-YTD.
           MOVE ZERO TO CM-SALES-LAST-YTD.
           MOVE ZERO TO CM-NSF-COUNT.
           MOVE SURVIVING-CUSTOMER TO CM-MERGED-INTO.
           MOVE SURVIVING-CUSTOMER TO MHR-SURVIVOR.
           MOVE "H" TO CM-CREDIT-STATUS.
           MOVE MERGED-HOLD-REASON TO CM-HOLD-REASON.
           MOVE "M" TO CM-HOLD-SOURCE.
           MOVE TODAY-DATE TO CM-HOLD-DATE.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING CUSTOMER RECORD".

      *-------------------------------------------------------------
      * HOLD is the stricter status, so a hold on either number
      * ends up on the survivor; a survivor already held keeps
      * its own reason.
      *-------------------------------------------------------------
       UPDATE-THE-SURVIVOR.
           MOVE SURVIVING-CUSTOMER TO CM-CUSTOMER-NUMBER.
           PERFORM READ-CUSTOMER-RECORD.
           ADD RETIRING-THIS-YTD TO CM-SALES-THIS-YTD
               ON SIZE ERROR
                   DISPLAY "SALES THIS YTD TOO LARGE - NOT ADDED".
           ADD RETIRING-LAST-YTD TO CM-SALES-LAST-YTD
               ON SIZE ERROR
                   DISPLAY "SALES LAST YTD TOO LARGE - NOT ADDED".
           ADD RETIRING-NSF-COUNT TO CM-NSF-COUNT.
           IF RETIRING-LAST-NSF-DATE > CM-LAST-NSF-DATE
               MOVE RETIRING-LAST-NSF-DATE TO CM-LAST-NSF-DATE.
           IF RETIRING-CREDIT-STATUS = "H"
               AND NOT CREDIT-IS-HELD
               MOVE "H" TO CM-CREDIT-STATUS
               MOVE RETIRING-HOLD-REASON TO CM-HOLD-REASON
               MOVE RETIRING-HOLD-SOURCE TO CM-HOLD-SOURCE
               MOVE RETIRING-HOLD-DATE TO CM-HOLD-DATE.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING CUSTOMER RECORD".

       PRINT-MERGE-RESULT.
           MOVE "MERGE WRITTEN - THE TWO NUMBERS NOW STAND AS"
               TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "RETIRED" TO CUL-ROLE.
           MOVE RETIRING-CUSTOMER TO CM-CUSTOMER-NUMBER.
           PERFORM PRINT-CUSTOMER-LINE.
           MOVE "SURVIVING" TO CUL-ROLE.
           MOVE SURVIVING-CUSTOMER TO CM-CUSTOMER-NUMBER.
           PERFORM PRINT-CUSTOMER-LINE.
           MOVE SPACES TO CNT-AMOUNT-X.
           MOVE TRANSACTIONS-MOVED TO CNT-COUNT.
           MOVE "TRANSACTION(S) MOVED" TO CNT-LABEL.
           MOVE COUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE LINES-MOVED TO CNT-COUNT.
           MOVE "INVOICE LINE(S) MOVED" TO CNT-LABEL.
           PERFORM PRINT-ONE-COUNT.
           MOVE HISTORY-MOVED TO CNT-COUNT.
           MOVE "MONTH(S) OF SALES HISTORY MOVED" TO CNT-LABEL.
           PERFORM PRINT-ONE-COUNT.
           MOVE HISTORY-COMBINED TO CNT-COUNT.
           MOVE "      OF WHICH ADDED INTO THE SURVIVOR'S"
               TO CNT-LABEL.
           PERFORM PRINT-ONE-COUNT.
           MOVE RECEIPTS-MOVED TO CNT-COUNT.
           MOVE "CASH RECEIPT(S) RENUMBERED" TO CNT-LABEL.
           PERFORM PRINT-ONE-COUNT.
           MOVE APPLICATIONS-MOVED TO CNT-COUNT.
           MOVE "CASH APPLICATION LINE(S) RENUMBERED" TO CNT-LABEL.
           PERFORM PRINT-ONE-COUNT.
           MOVE WRITE-OFFS-MOVED TO CNT-COUNT.
           MOVE "WRITE-OFF REQUEST(S) RENUMBERED" TO CNT-LABEL.
           PERFORM PRINT-ONE-COUNT.
           MOVE ORDERS-MOVED TO CNT-COUNT.
           MOVE "SALES ORDER(S) RENUMBERED" TO CNT-LABEL.
           PERFORM PRINT-ONE-COUNT.
           MOVE RETURNED-CHECKS-MOVED TO CNT-COUNT.
           MOVE "RETURNED CHECK(S) RENUMBERED" TO CNT-LABEL.
           PERFORM PRINT-ONE-COUNT.
           MOVE PRICES-MOVED TO CNT-COUNT.
           MOVE "CUSTOMER PRICE(S) MOVED" TO CNT-LABEL.
           PERFORM PRINT-ONE-COUNT.
           MOVE PRICES-DROPPED TO CNT-COUNT.
           MOVE "      DROPPED FOR THE SURVIVOR'S OWN"
               TO CNT-LABEL.
           PERFORM PRINT-ONE-COUNT.
           MOVE NOTES-MOVED TO CNT-COUNT.
           MOVE "COLLECTION CONTACT(S) MOVED" TO CNT-LABEL.
           PERFORM PRINT-ONE-COUNT.
