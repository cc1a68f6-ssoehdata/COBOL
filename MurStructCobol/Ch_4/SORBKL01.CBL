       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. SORBKL01.
      *
      *    Open-order backlog - what we have sold but not yet
      *    shipped. Every sales order line with quantity still
      *    open on an open order, in RPT2000's branch/rep
      *    sequence and by customer and requested ship date
      *    within the rep. Open quantity is ordered less
      *    shipped, priced at the order's unit price. A line
      *    whose requested ship date has already passed is
      *    flagged LATE, and the late dollars are carried
      *    separately on every subtotal so the branch can see
      *    how much of its backlog is already overdue.
      *
      *    The open lines are pulled to an extract file with the
      *    customer's branch and rep attached (the order carries
      *    only the customer number), and the extract is sorted
      *    into report sequence.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           COPY "SLSORD01.CBL".
           COPY "SLSOLN01.CBL".
           COPY "SLCUST01.CBL".
           COPY "SLPCFG01.CBL".
           COPY "SLREP01.CBL".
           COPY "SLBRN01.CBL".
           SELECT BACKLOGRPT ASSIGN DYNAMIC OUTPUT-DESTINATION.
           SELECT BACKLOG-EXTRACT ASSIGN TO
                "C:\gnuCobol\COBOL\DATA\BKLEXT.DAT".
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK5".
           SELECT SORTED-BACKLOG ASSIGN TO
                "C:\gnuCobol\COBOL\DATA\SRTBKL.DAT".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
           COPY "FDSORD01.CBL".
      *
           COPY "FDSOLN01.CBL".
      *
           COPY "FDCUST01.CBL".
      *
           COPY "FDPCFG01.CBL".
      *
           COPY "FDREP01.CBL".
      *
           COPY "FDBRN01.CBL".
      *
       FD  BACKLOGRPT.
      *
       01  PRINT-AREA      PIC X(132).
      *
       FD  BACKLOG-EXTRACT.
      *
       01  BACKLOG-EXTRACT-RECORD.
           05  BX-BRANCH-NUMBER        PIC 9(2).
           05  BX-SALESREP-NUMBER      PIC 9(2).
           05  BX-CUSTOMER-NUMBER      PIC 9(5).
           05  BX-SHIP-DATE            PIC 9(8).
           05  BX-ORDER-NUMBER         PIC 9(6).
           05  BX-LINE-NUMBER          PIC 9(3).
           05  BX-CUSTOMER-NAME        PIC X(20).
           05  BX-DESCRIPTION          PIC X(30).
           05  BX-OPEN-QUANTITY        PIC 9(5).
           05  BX-UNIT-PRICE           PIC 9(5)V9(2).
           05  BX-OPEN-AMOUNT          PIC S9(7)V9(2).
      *
       SD  SORT-WORK-FILE.
      *
       01  SORT-RECORD.
           05  SR-BRANCH-NUMBER        PIC 9(2).
           05  SR-SALESREP-NUMBER      PIC 9(2).
           05  SR-CUSTOMER-NUMBER      PIC 9(5).
           05  SR-SHIP-DATE            PIC 9(8).
           05  SR-ORDER-NUMBER         PIC 9(6).
           05  SR-LINE-NUMBER          PIC 9(3).
           05  FILLER                  PIC X(71).
      *
       FD  SORTED-BACKLOG.
      *
       01  SORTED-BACKLOG-RECORD.
           05  SB-BRANCH-NUMBER        PIC 9(2).
           05  SB-SALESREP-NUMBER      PIC 9(2).
           05  SB-CUSTOMER-NUMBER      PIC 9(5).
           05  SB-SHIP-DATE            PIC 9(8).
           05  SB-ORDER-NUMBER         PIC 9(6).
           05  SB-LINE-NUMBER          PIC 9(3).
           05  SB-CUSTOMER-NAME        PIC X(20).
           05  SB-DESCRIPTION          PIC X(30).
           05  SB-OPEN-QUANTITY        PIC 9(5).
           05  SB-UNIT-PRICE           PIC 9(5)V9(2).
           05  SB-OPEN-AMOUNT          PIC S9(7)V9(2).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  LINES-EOF-SWITCH        PIC X   VALUE "N".
           05  BACKLOG-EOF-SWITCH      PIC X   VALUE "N".
           05  FIRST-RECORD-SWITCH     PIC X   VALUE "Y".
           05  ORDER-FOUND-SWITCH      PIC X   VALUE "N".
      *
       01  PARAMETER-FIELDS.
           05  OUTPUT-DESTINATION      PIC X(60)     VALUE
               "C:\gnuCobol\COBOL\DATA\BACKLOG.PRN".
           05  DESTINATION-ENTRY       PIC X(60)     VALUE SPACE.
      *
       01  CALCULATED-FIELDS.
           05  TODAY-DATE              PIC 9(8).
           05  OPEN-QUANTITY           PIC 9(5).
           05  LINES-EXTRACTED         PIC 9(5)      VALUE ZERO.
      *
       01  BREAK-FIELDS.
           05  PREVIOUS-BRANCH-NUMBER      PIC 9(2)    VALUE ZERO.
           05  PREVIOUS-SALESREP-NUMBER    PIC 9(2)    VALUE ZERO.
           05  PREVIOUS-CUSTOMER-NUMBER    PIC 9(5)    VALUE ZERO.
           05  PREVIOUS-CUSTOMER-NAME      PIC X(20)   VALUE SPACE.
      *
       01  CUSTOMER-TOTAL-FIELDS.
           05  CUSTOMER-TOTAL-OPEN     PIC S9(9)V99   VALUE ZERO.
           05  CUSTOMER-TOTAL-LATE     PIC S9(9)V99   VALUE ZERO.
      *
       01  SALESREP-TOTAL-FIELDS.
           05  SALESREP-TOTAL-OPEN     PIC S9(9)V99   VALUE ZERO.
           05  SALESREP-TOTAL-LATE     PIC S9(9)V99   VALUE ZERO.
      *
       01  BRANCH-TOTAL-FIELDS.
           05  BRANCH-TOTAL-OPEN       PIC S9(9)V99   VALUE ZERO.
           05  BRANCH-TOTAL-LATE       PIC S9(9)V99   VALUE ZERO.
      *
       01  TOTAL-FIELDS.
           05  GRAND-TOTAL-OPEN        PIC S9(9)V99   VALUE ZERO.
           05  GRAND-TOTAL-LATE        PIC S9(9)V99   VALUE ZERO.
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  SPACE-CONTROL   PIC S9.
      *
       01  COMPANY-NAME-FIELDS.
           05  REPORT-COMPANY-NAME PIC X(30) VALUE SPACE.
      *
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).
      *
       01  SHIP-DATE-WORK.
           05  SDW-YEAR        PIC 9(4).
           05  SDW-MONTH       PIC 9(2).
           05  SDW-DAY         PIC 9(2).
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
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "OPEN SALES ORDER BAC".
           05  FILLER          PIC X(20)   VALUE "KLOG                ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "SORBKL01".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "CUST                ".
           05  FILLER      PIC X(20)   VALUE "       ORDER  LINE  ".
           05  FILLER      PIC X(20)   VALUE "                    ".
           05  FILLER      PIC X(20)   VALUE "           REQUESTED".
           05  FILLER      PIC X(20)   VALUE "  OPEN      UNIT    ".
           05  FILLER      PIC X(20)   VALUE "       OPEN         ".
           05  FILLER      PIC X(12)   VALUE SPACE.
      *
       01  HEADING-LINE-4.
           05  FILLER      PIC X(20)   VALUE "NUM    CUSTOMER NAME".
           05  FILLER      PIC X(20)   VALUE "       NUMBER  NUM  ".
           05  FILLER      PIC X(20)   VALUE "DESCRIPTION         ".
           05  FILLER      PIC X(20)   VALUE "           SHIP DATE".
           05  FILLER      PIC X(20)   VALUE "   QTY     PRICE    ".
           05  FILLER      PIC X(20)   VALUE "     AMOUNT         ".
           05  FILLER      PIC X(12)   VALUE SPACE.
      *
       01  BACKLOG-LINE.
           05  BL-CUSTOMER-NUMBER   PIC 9(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BL-CUSTOMER-NAME     PIC X(20).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  BL-ORDER-NUMBER      PIC 9(6).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BL-LINE-NUMBER       PIC ZZ9.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BL-DESCRIPTION       PIC X(30).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  BL-SHIP-MONTH        PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  BL-SHIP-DAY          PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  BL-SHIP-YEAR         PIC 9(4).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BL-OPEN-QUANTITY     PIC ZZ,ZZ9.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  BL-UNIT-PRICE        PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  BL-OPEN-AMOUNT       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BL-LATE-FLAG         PIC X(4).
           05  FILLER               PIC X(12)      VALUE SPACE.
      *
       01  CUSTOMER-TOTAL-LINE.
           05  FILLER               PIC X(7)       VALUE SPACE.
           05  FILLER               PIC X(10)      VALUE "CUSTOMER: ".
           05  CTL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  CTL-CUSTOMER-NAME    PIC X(20).
           05  FILLER               PIC X(34)      VALUE SPACE.
           05  FILLER               PIC X(6)       VALUE "LATE: ".
           05  CTL-LATE-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  CTL-OPEN-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(18)      VALUE SPACE.
      *
       01  SALESREP-TOTAL-LINE.
           05  FILLER               PIC X(11)      VALUE "SALES REP: ".
           05  STL-SALESREP-NUMBER  PIC 9(2).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  STL-SALESREP-NAME    PIC X(20).
           05  FILLER               PIC X(43)      VALUE SPACE.
           05  FILLER               PIC X(6)       VALUE "LATE: ".
           05  STL-LATE-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  STL-OPEN-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(18)      VALUE SPACE.
      *
       01  BRANCH-TOTAL-LINE.
           05  FILLER               PIC X(9)       VALUE "BRANCH:  ".
           05  BTL-BRANCH-NUMBER    PIC 9(2).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  BTL-BRANCH-NAME      PIC X(20).
           05  FILLER               PIC X(45)      VALUE SPACE.
           05  FILLER               PIC X(6)       VALUE "LATE: ".
           05  BTL-LATE-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  BTL-OPEN-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(18)      VALUE SPACE.
      *
       01  GRAND-TOTAL-LINE.
           05  FILLER               PIC X(20)      VALUE
               "TOTAL OPEN BACKLOG  ".
           05  FILLER               PIC X(57)      VALUE SPACE.
           05  FILLER               PIC X(6)       VALUE "LATE: ".
           05  GTL-LATE-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  GTL-OPEN-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(18)      VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-PREPARE-BACKLOG-REPORT.
      *
           PERFORM 105-ACCEPT-OUTPUT-DESTINATION.
           PERFORM 107-READ-PRINT-CONFIG.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 150-EXTRACT-OPEN-LINES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-BRANCH-NUMBER SR-SALESREP-NUMBER
                                SR-CUSTOMER-NUMBER SR-SHIP-DATE
                                SR-ORDER-NUMBER SR-LINE-NUMBER
               USING BACKLOG-EXTRACT
               GIVING SORTED-BACKLOG.
           OPEN INPUT  SORTED-BACKLOG
                       SALESREP-MASTER-FILE
                       BRANCH-MASTER-FILE
                OUTPUT BACKLOGRPT.
           PERFORM 200-PREPARE-BACKLOG-LINES
               UNTIL BACKLOG-EOF-SWITCH = "Y".
           IF FIRST-RECORD-SWITCH = "N"
               PERFORM 235-PRINT-CUSTOMER-SUBTOTAL
               PERFORM 240-PRINT-SALESREP-SUBTOTAL
               PERFORM 250-PRINT-BRANCH-SUBTOTAL.
           PERFORM 300-PRINT-GRAND-TOTALS.
           CLOSE SORTED-BACKLOG
                 SALESREP-MASTER-FILE
                 BRANCH-MASTER-FILE
                 BACKLOGRPT.
           DISPLAY LINES-EXTRACTED " OPEN ORDER LINE(S) REPORTED.".
           STOP RUN.
      *
       105-ACCEPT-OUTPUT-DESTINATION.
      *
           DISPLAY "ENTER THE OUTPUT DESTINATION (PRINTER NAME OR"
           DISPLAY "FILE PATH), OR PRESS ENTER FOR " OUTPUT-DESTINATION.
           ACCEPT DESTINATION-ENTRY.
           IF DESTINATION-ENTRY NOT = SPACES
               MOVE DESTINATION-ENTRY TO OUTPUT-DESTINATION.
      *
       107-READ-PRINT-CONFIG.
      *
           OPEN INPUT PRINT-CONFIG-FILE.
           MOVE 1 TO PRINT-CONFIG-KEY.
           READ PRINT-CONFIG-FILE
               INVALID KEY
                   CONTINUE.
           IF PRINT-CONFIG-MAX-LINES NOT = ZERO
               MOVE PRINT-CONFIG-MAX-LINES TO LINES-ON-PAGE.
           IF PRINT-CONFIG-COMPANY-NAME NOT = SPACES
               MOVE PRINT-CONFIG-COMPANY-NAME TO REPORT-COMPANY-NAME.
           CLOSE PRINT-CONFIG-FILE.
      *
       100-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO TODAY-DATE.
      *
      *    One pass of the order lines in key order, which is
      *    order number order, so the header is only re-read when
      *    the order changes. A line still open on a shipped or
      *    cancelled order is not backlog and is skipped.
      *
       150-EXTRACT-OPEN-LINES.
      *
           OPEN INPUT  SALES-ORDER-LINE-FILE
                       SALES-ORDER-FILE
                       CUSTMAST
                OUTPUT BACKLOG-EXTRACT.
           MOVE ZERO TO SO-ORDER-NUMBER.
           PERFORM 160-EXTRACT-ONE-LINE
               UNTIL LINES-EOF-SWITCH = "Y".
           CLOSE SALES-ORDER-LINE-FILE
                 SALES-ORDER-FILE
                 CUSTMAST
                 BACKLOG-EXTRACT.
      *
       160-EXTRACT-ONE-LINE.
      *
           READ SALES-ORDER-LINE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LINES-EOF-SWITCH.
           IF LINES-EOF-SWITCH = "N"
               IF SL-IS-OPEN
                   AND SL-QUANTITY-SHIPPED < SL-QUANTITY-ORDERED
                   IF SL-ORDER-NUMBER NOT = SO-ORDER-NUMBER
                       PERFORM 170-READ-ORDER-AND-CUSTOMER.
           IF LINES-EOF-SWITCH = "N"
               IF SL-IS-OPEN
                   AND SL-QUANTITY-SHIPPED < SL-QUANTITY-ORDERED
                   AND ORDER-FOUND-SWITCH = "Y"
                   PERFORM 180-WRITE-EXTRACT-RECORD.
      *
      *    A customer deleted since the order was taken still
      *    shows - under branch/rep zero and an UNKNOWN name -
      *    rather than quietly dropping out of the backlog.
      *
       170-READ-ORDER-AND-CUSTOMER.
      *
           MOVE SL-ORDER-NUMBER TO SO-ORDER-NUMBER.
           MOVE "Y" TO ORDER-FOUND-SWITCH.
           READ SALES-ORDER-FILE
               INVALID KEY
                   MOVE "N" TO ORDER-FOUND-SWITCH.
           IF ORDER-FOUND-SWITCH = "Y"
               IF NOT SO-IS-OPEN
                   MOVE "N" TO ORDER-FOUND-SWITCH.
           IF ORDER-FOUND-SWITCH = "N"
               MOVE SL-ORDER-NUMBER TO SO-ORDER-NUMBER
           ELSE
               MOVE SO-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               READ CUSTMAST
                   INVALID KEY
                       MOVE ZERO TO CM-BRANCH-NUMBER
                       MOVE ZERO TO CM-SALESREP-NUMBER
                       MOVE "**UNKNOWN**" TO CM-CUSTOMER-NAME.
      *
       180-WRITE-EXTRACT-RECORD.
      *
           COMPUTE OPEN-QUANTITY =
               SL-QUANTITY-ORDERED - SL-QUANTITY-SHIPPED.
           MOVE CM-BRANCH-NUMBER       TO BX-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER     TO BX-SALESREP-NUMBER.
           MOVE SO-CUSTOMER-NUMBER     TO BX-CUSTOMER-NUMBER.
           MOVE SL-REQUESTED-SHIP-DATE TO BX-SHIP-DATE.
           MOVE SL-ORDER-NUMBER        TO BX-ORDER-NUMBER.
           MOVE SL-LINE-NUMBER         TO BX-LINE-NUMBER.
           MOVE CM-CUSTOMER-NAME       TO BX-CUSTOMER-NAME.
           MOVE SL-DESCRIPTION         TO BX-DESCRIPTION.
           MOVE OPEN-QUANTITY          TO BX-OPEN-QUANTITY.
           MOVE SL-UNIT-PRICE          TO BX-UNIT-PRICE.
           COMPUTE BX-OPEN-AMOUNT = OPEN-QUANTITY * SL-UNIT-PRICE.
           WRITE BACKLOG-EXTRACT-RECORD.
           ADD 1 TO LINES-EXTRACTED.
      *
       200-PREPARE-BACKLOG-LINES.
      *
           PERFORM 210-READ-BACKLOG-RECORD.
           IF BACKLOG-EOF-SWITCH = "N"
               PERFORM 205-CHECK-FOR-CONTROL-BREAK
               PERFORM 220-PRINT-BACKLOG-LINE.
      *
       205-CHECK-FOR-CONTROL-BREAK.
      *
           IF FIRST-RECORD-SWITCH = "Y"
               MOVE "N" TO FIRST-RECORD-SWITCH
           ELSE
           IF SB-BRANCH-NUMBER NOT = PREVIOUS-BRANCH-NUMBER
               PERFORM 235-PRINT-CUSTOMER-SUBTOTAL
               PERFORM 240-PRINT-SALESREP-SUBTOTAL
               PERFORM 250-PRINT-BRANCH-SUBTOTAL
           ELSE
           IF SB-SALESREP-NUMBER NOT = PREVIOUS-SALESREP-NUMBER
               PERFORM 235-PRINT-CUSTOMER-SUBTOTAL
               PERFORM 240-PRINT-SALESREP-SUBTOTAL
           ELSE
           IF SB-CUSTOMER-NUMBER NOT = PREVIOUS-CUSTOMER-NUMBER
               PERFORM 235-PRINT-CUSTOMER-SUBTOTAL.
           MOVE SB-BRANCH-NUMBER   TO PREVIOUS-BRANCH-NUMBER.
           MOVE SB-SALESREP-NUMBER TO PREVIOUS-SALESREP-NUMBER.
           MOVE SB-CUSTOMER-NUMBER TO PREVIOUS-CUSTOMER-NUMBER.
           MOVE SB-CUSTOMER-NAME   TO PREVIOUS-CUSTOMER-NAME.
      *
       210-READ-BACKLOG-RECORD.
      *
           READ SORTED-BACKLOG
               AT END
                   MOVE "Y" TO BACKLOG-EOF-SWITCH.
      *
       220-PRINT-BACKLOG-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE SB-CUSTOMER-NUMBER TO BL-CUSTOMER-NUMBER.
           MOVE SB-CUSTOMER-NAME   TO BL-CUSTOMER-NAME.
           MOVE SB-ORDER-NUMBER    TO BL-ORDER-NUMBER.
           MOVE SB-LINE-NUMBER     TO BL-LINE-NUMBER.
           MOVE SB-DESCRIPTION     TO BL-DESCRIPTION.
           MOVE SB-SHIP-DATE       TO SHIP-DATE-WORK.
           MOVE SDW-MONTH          TO BL-SHIP-MONTH.
           MOVE SDW-DAY            TO BL-SHIP-DAY.
           MOVE SDW-YEAR           TO BL-SHIP-YEAR.
           MOVE SB-OPEN-QUANTITY   TO BL-OPEN-QUANTITY.
           MOVE SB-UNIT-PRICE      TO BL-UNIT-PRICE.
           MOVE SB-OPEN-AMOUNT     TO BL-OPEN-AMOUNT.
           IF SB-SHIP-DATE < TODAY-DATE
               MOVE "LATE" TO BL-LATE-FLAG
               ADD SB-OPEN-AMOUNT TO CUSTOMER-TOTAL-LATE
           ELSE
               MOVE SPACE TO BL-LATE-FLAG.
           MOVE BACKLOG-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           ADD 1 TO LINE-COUNT.
           ADD SB-OPEN-AMOUNT TO CUSTOMER-TOTAL-OPEN.
           MOVE 1 TO SPACE-CONTROL.
      *
       230-PRINT-HEADING-LINES.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           IF REPORT-COMPANY-NAME NOT = SPACES
               MOVE REPORT-COMPANY-NAME TO CNL-COMPANY-NAME
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
           MOVE HEADING-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE ZERO TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.
      *
       235-PRINT-CUSTOMER-SUBTOTAL.
      *
           MOVE PREVIOUS-CUSTOMER-NUMBER TO CTL-CUSTOMER-NUMBER.
           MOVE PREVIOUS-CUSTOMER-NAME   TO CTL-CUSTOMER-NAME.
           MOVE CUSTOMER-TOTAL-LATE      TO CTL-LATE-AMOUNT.
           MOVE CUSTOMER-TOTAL-OPEN      TO CTL-OPEN-AMOUNT.
           MOVE CUSTOMER-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-COUNT.
           ADD CUSTOMER-TOTAL-OPEN TO SALESREP-TOTAL-OPEN.
           ADD CUSTOMER-TOTAL-LATE TO SALESREP-TOTAL-LATE.
           MOVE ZERO TO CUSTOMER-TOTAL-OPEN
                        CUSTOMER-TOTAL-LATE.
           MOVE 2 TO SPACE-CONTROL.
      *
       240-PRINT-SALESREP-SUBTOTAL.
      *
           MOVE PREVIOUS-SALESREP-NUMBER TO STL-SALESREP-NUMBER.
           MOVE PREVIOUS-SALESREP-NUMBER TO RM-SALESREP-NUMBER.
           READ SALESREP-MASTER-FILE
               INVALID KEY
                   MOVE "**UNKNOWN**" TO RM-SALESREP-NAME.
           MOVE RM-SALESREP-NAME     TO STL-SALESREP-NAME.
           MOVE SALESREP-TOTAL-LATE  TO STL-LATE-AMOUNT.
           MOVE SALESREP-TOTAL-OPEN  TO STL-OPEN-AMOUNT.
           MOVE SALESREP-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-COUNT.
           ADD SALESREP-TOTAL-OPEN TO BRANCH-TOTAL-OPEN.
           ADD SALESREP-TOTAL-LATE TO BRANCH-TOTAL-LATE.
           MOVE ZERO TO SALESREP-TOTAL-OPEN
                        SALESREP-TOTAL-LATE.
           MOVE 2 TO SPACE-CONTROL.
      *
       250-PRINT-BRANCH-SUBTOTAL.
      *
           MOVE PREVIOUS-BRANCH-NUMBER TO BTL-BRANCH-NUMBER.
           MOVE PREVIOUS-BRANCH-NUMBER TO BR-BRANCH-NUMBER.
           READ BRANCH-MASTER-FILE
               INVALID KEY
                   MOVE "**UNKNOWN**" TO BR-BRANCH-NAME.
           MOVE BR-BRANCH-NAME     TO BTL-BRANCH-NAME.
           MOVE BRANCH-TOTAL-LATE  TO BTL-LATE-AMOUNT.
           MOVE BRANCH-TOTAL-OPEN  TO BTL-OPEN-AMOUNT.
           MOVE BRANCH-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-COUNT.
           ADD BRANCH-TOTAL-OPEN TO GRAND-TOTAL-OPEN.
           ADD BRANCH-TOTAL-LATE TO GRAND-TOTAL-LATE.
           MOVE ZERO TO BRANCH-TOTAL-OPEN
                        BRANCH-TOTAL-LATE.
           MOVE 2 TO SPACE-CONTROL.
      *
       300-PRINT-GRAND-TOTALS.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE GRAND-TOTAL-LATE TO GTL-LATE-AMOUNT.
           MOVE GRAND-TOTAL-OPEN TO GTL-OPEN-AMOUNT.
           MOVE GRAND-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
