       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. COLWRK01.
      *
      *    Collections worklist - the customers for the collectors
      *    to call, worst first. Past due is figured item by item
      *    the way DUNLTR01 figures it, off the customer's own
      *    terms (30 days when none are keyed), and the days are
      *    the oldest past-due item's. The customer's record on
      *    the Collection Activity File (COLENT01) sets where the
      *    customer falls:
      *
      *      BROKEN PROMISES - the customer's latest promise was
      *        found broken by COLPRM01 and no collector has
      *        called since. These head the list whatever the
      *        dollars.
      *      TO CALL - everyone else with money past due.
      *      WAITING - a promise still open, or a follow-up date
      *        the collector set that has not come yet. Listed
      *        last so the collector can see them but need not
      *        call.
      *
      *    Within each group the biggest past-due dollars come
      *    first, then the oldest. The customers are pulled to an
      *    extract file and sorted into that order.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           COPY "SLCUST01.CBL".
           COPY "SLSTRX01.CBL".
           COPY "SLCOL01.CBL".
           COPY "SLPCFG01.CBL".
           SELECT WORKLIST-REPORT ASSIGN DYNAMIC OUTPUT-DESTINATION.
           SELECT WORKLIST-EXTRACT ASSIGN TO
                "C:\gnuCobol\COBOL\DATA\COLEXT.DAT".
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK5".
           SELECT SORTED-WORKLIST ASSIGN TO
                "C:\gnuCobol\COBOL\DATA\SRTCOL.DAT".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
           COPY "FDCUST01.CBL".
      *
           COPY "FDSTRX01.CBL".
      *
           COPY "FDCOL01.CBL".
      *
           COPY "FDPCFG01.CBL".
      *
       FD  WORKLIST-REPORT.
      *
       01  PRINT-AREA      PIC X(132).
      *
       FD  WORKLIST-EXTRACT.
      *
       01  WORKLIST-EXTRACT-RECORD.
           05  WX-PRIORITY-GROUP       PIC 9(1).
           05  WX-PAST-DUE-AMOUNT      PIC S9(7)V9(2).
           05  WX-DAYS-PAST-DUE        PIC 9(5).
           05  WX-CUSTOMER-NUMBER      PIC 9(5).
           05  WX-CUSTOMER-NAME        PIC X(20).
           05  WX-CONTACT-PHONE        PIC X(14).
           05  WX-LAST-CONTACT-DATE    PIC 9(8).
           05  WX-PROMISE-AMOUNT       PIC S9(7)V9(2).
           05  WX-PROMISE-DATE         PIC 9(8).
           05  WX-PROMISE-STATUS       PIC X(1).
           05  WX-FOLLOW-UP-DATE       PIC 9(8).
      *
       SD  SORT-WORK-FILE.
      *
       01  SORT-RECORD.
           05  SR-PRIORITY-GROUP       PIC 9(1).
           05  SR-PAST-DUE-AMOUNT      PIC S9(7)V9(2).
           05  SR-DAYS-PAST-DUE        PIC 9(5).
           05  SR-CUSTOMER-NUMBER      PIC 9(5).
           05  FILLER                  PIC X(68).
      *
       FD  SORTED-WORKLIST.
      *
       01  SORTED-WORKLIST-RECORD.
           05  SW-PRIORITY-GROUP       PIC 9(1).
               88  SW-BROKEN-PROMISE   VALUE 1.
               88  SW-TO-CALL          VALUE 2.
               88  SW-WAITING          VALUE 3.
           05  SW-PAST-DUE-AMOUNT      PIC S9(7)V9(2).
           05  SW-DAYS-PAST-DUE        PIC 9(5).
           05  SW-CUSTOMER-NUMBER      PIC 9(5).
           05  SW-CUSTOMER-NAME        PIC X(20).
           05  SW-CONTACT-PHONE        PIC X(14).
           05  SW-LAST-CONTACT-DATE    PIC 9(8).
           05  SW-PROMISE-AMOUNT       PIC S9(7)V9(2).
           05  SW-PROMISE-DATE         PIC 9(8).
           05  SW-PROMISE-STATUS       PIC X(1).
           05  SW-FOLLOW-UP-DATE       PIC 9(8).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  CUSTOMER-EOF-SWITCH     PIC X   VALUE "N".
           05  TRANSACTION-EOF-SWITCH  PIC X.
           05  ACTIVITY-EOF-SWITCH     PIC X.
           05  WORKLIST-EOF-SWITCH     PIC X   VALUE "N".
           05  FIRST-RECORD-SWITCH     PIC X   VALUE "Y".
      *
       01  PARAMETER-FIELDS.
           05  OUTPUT-DESTINATION      PIC X(60)     VALUE
               "C:\gnuCobol\COBOL\DATA\COLWRK.PRN".
           05  DESTINATION-ENTRY       PIC X(60)     VALUE SPACE.
      *
       01  CALCULATED-FIELDS.
           05  TODAY-DATE              PIC 9(8).
           05  CUSTOMER-TERMS-DAYS     PIC 9(3).
           05  DAYS-PAST-DUE           PIC S9(5).
           05  ITEM-OPEN-AMOUNT        PIC S9(7)V99.
           05  CUSTOMER-PAST-DUE       PIC S9(7)V99.
           05  CUSTOMER-WORST-DAYS     PIC S9(5).
           05  CUSTOMERS-EXTRACTED     PIC 9(5)      VALUE ZERO.
           05  WORKLIST-RANK           PIC 9(5)      VALUE ZERO.
           05  PREVIOUS-PRIORITY-GROUP PIC 9(1)      VALUE ZERO.
      *
      *    What the customer's activity records say - the last
      *    contact, and the last one that carried a promise.
      *
       01  ACTIVITY-FIELDS.
           05  LAST-SEQUENCE           PIC 9(4).
           05  LAST-CONTACT-DATE       PIC 9(8).
           05  LAST-FOLLOW-UP-DATE     PIC 9(8).
           05  PROMISE-SEQUENCE        PIC 9(4).
           05  PROMISE-AMOUNT          PIC S9(7)V99.
           05  PROMISE-DATE            PIC 9(8).
           05  PROMISE-STATUS          PIC X(1).
               88  NO-PROMISE-ON-FILE  VALUE " ".
               88  PROMISE-IS-OPEN     VALUE "O".
               88  PROMISE-IS-BROKEN   VALUE "B".
           05  PROMISE-CHECKED-DATE    PIC 9(8).
           05  PRIORITY-GROUP          PIC 9(1).
      *
       01  GROUP-TOTAL-FIELDS.
           05  GROUP-COUNT             PIC 9(5)       VALUE ZERO.
           05  GROUP-PAST-DUE          PIC S9(9)V99   VALUE ZERO.
      *
       01  TOTAL-FIELDS.
           05  GRAND-PAST-DUE          PIC S9(9)V99   VALUE ZERO.
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
       01  PRINT-DATE                  PIC X(10).
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
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "COLLECTIONS WORKLIST".
           05  FILLER          PIC X(20)   VALUE SPACE.
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
           05  FILLER          PIC X(10)   VALUE "COLWRK01".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "RANK  CUST.  CUSTOME".
           05  FILLER      PIC X(20)   VALUE "R NAME         PHONE".
           05  FILLER      PIC X(20)   VALUE "               PAST ".
           05  FILLER      PIC X(20)   VALUE "DUE    DAYS  LAST CA".
           05  FILLER      PIC X(20)   VALUE "LL       PROMISED  D".
           05  FILLER      PIC X(20)   VALUE "UE BY     STATUS  FO".
           05  FILLER      PIC X(12)   VALUE "LLOW UP".
      *
       01  GROUP-HEADING-LINE.
           05  FILLER               PIC X(4)       VALUE "*** ".
           05  GHL-GROUP-NAME       PIC X(40).
           05  FILLER               PIC X(88)      VALUE SPACE.
      *
       01  WORKLIST-LINE.
           05  WL-RANK              PIC ZZZ9.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  WL-CUSTOMER-NUMBER   PIC 9(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  WL-CUSTOMER-NAME     PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  WL-CONTACT-PHONE     PIC X(14).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  WL-PAST-DUE-AMOUNT   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  WL-DAYS-PAST-DUE     PIC ZZZZ9.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  WL-LAST-CONTACT-DATE PIC X(10).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  WL-PROMISE-AMOUNT    PIC Z,ZZZ,ZZ9.99.
           05  WL-PROMISE-AMOUNT-X REDEFINES WL-PROMISE-AMOUNT
                                    PIC X(12).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  WL-PROMISE-DATE      PIC X(10).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  WL-PROMISE-STATUS    PIC X(6).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  WL-FOLLOW-UP-DATE    PIC X(10).
           05  FILLER               PIC X(4)       VALUE SPACE.
      *
       01  GROUP-TOTAL-LINE.
           05  FILLER               PIC X(6)       VALUE SPACE.
           05  GTL-COUNT            PIC ZZZZ9.
           05  FILLER               PIC X(12)      VALUE
               " CUSTOMER(S)".
           05  FILLER               PIC X(27)      VALUE SPACE.
           05  GTL-PAST-DUE         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(68)      VALUE SPACE.
      *
       01  GRAND-TOTAL-LINE.
           05  FILLER               PIC X(6)       VALUE "TOTAL ".
           05  GRL-COUNT            PIC ZZZZ9.
           05  FILLER               PIC X(12)      VALUE
               " CUSTOMER(S)".
           05  FILLER               PIC X(27)      VALUE SPACE.
           05  GRL-PAST-DUE         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(68)      VALUE SPACE.
      *
       01  NOTHING-TO-WORK-LINE.
           05  FILLER               PIC X(40)      VALUE
               "*** NO CUSTOMERS PAST DUE ***".
           05  FILLER               PIC X(92)      VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-PREPARE-WORKLIST.
      *
           PERFORM 105-ACCEPT-OUTPUT-DESTINATION.
           PERFORM 107-READ-PRINT-CONFIG.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 150-EXTRACT-CUSTOMERS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-PRIORITY-GROUP
               ON DESCENDING KEY SR-PAST-DUE-AMOUNT SR-DAYS-PAST-DUE
               ON ASCENDING KEY SR-CUSTOMER-NUMBER
               USING WORKLIST-EXTRACT
               GIVING SORTED-WORKLIST.
           OPEN INPUT  SORTED-WORKLIST
                OUTPUT WORKLIST-REPORT.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 200-PREPARE-WORKLIST-LINES
               UNTIL WORKLIST-EOF-SWITCH = "Y".
           IF FIRST-RECORD-SWITCH = "N"
               PERFORM 240-PRINT-GROUP-TOTAL.
           PERFORM 300-PRINT-GRAND-TOTALS.
           CLOSE SORTED-WORKLIST
                 WORKLIST-REPORT.
           DISPLAY CUSTOMERS-EXTRACTED " CUSTOMER(S) ON THE WORKLIST.".
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
      *    One pass of the customer master. Each customer's open
      *    items and activity records are read by key.
      *
       150-EXTRACT-CUSTOMERS.
      *
           OPEN INPUT  CUSTMAST
                       SALES-TRANSACTION-FILE
                       COLLECTION-ACTIVITY-FILE
                OUTPUT WORKLIST-EXTRACT.
           PERFORM 160-EXTRACT-ONE-CUSTOMER
               UNTIL CUSTOMER-EOF-SWITCH = "Y".
           CLOSE CUSTMAST
                 SALES-TRANSACTION-FILE
                 COLLECTION-ACTIVITY-FILE
                 WORKLIST-EXTRACT.
      *
       160-EXTRACT-ONE-CUSTOMER.
      *
           READ CUSTMAST NEXT RECORD
               AT END
                   MOVE "Y" TO CUSTOMER-EOF-SWITCH.
           IF CUSTOMER-EOF-SWITCH = "N"
               PERFORM 170-SIZE-UP-PAST-DUE
               PERFORM 180-READ-ACTIVITY
               PERFORM 190-SET-PRIORITY-GROUP
               IF CUSTOMER-PAST-DUE > ZERO
                   OR PRIORITY-GROUP = 1
                   PERFORM 195-WRITE-EXTRACT-RECORD.
      *
       170-SIZE-UP-PAST-DUE.
      *
           IF CM-PAYMENT-TERMS-DAYS = ZEROES
               MOVE 30 TO CUSTOMER-TERMS-DAYS
           ELSE
               MOVE CM-PAYMENT-TERMS-DAYS TO CUSTOMER-TERMS-DAYS.
           MOVE ZERO TO CUSTOMER-PAST-DUE.
           MOVE ZERO TO CUSTOMER-WORST-DAYS.
           MOVE CM-CUSTOMER-NUMBER TO ST-CUSTOMER-NUMBER.
           MOVE SPACES TO ST-INVOICE-NUMBER.
           MOVE "N" TO TRANSACTION-EOF-SWITCH.
           START SALES-TRANSACTION-FILE
               KEY NOT < ST-TRANSACTION-KEY
               INVALID KEY
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH.
           PERFORM 172-SIZE-UP-ONE-ITEM
               UNTIL TRANSACTION-EOF-SWITCH = "Y".
      *
       172-SIZE-UP-ONE-ITEM.
      *
           READ SALES-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH.
           IF TRANSACTION-EOF-SWITCH = "N"
               IF ST-CUSTOMER-NUMBER NOT = CM-CUSTOMER-NUMBER
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH
               ELSE
               IF ST-IS-OPEN
                   PERFORM 174-SIZE-UP-OPEN-ITEM.
      *
       174-SIZE-UP-OPEN-ITEM.
      *
           COMPUTE ITEM-OPEN-AMOUNT =
               ST-INVOICE-AMOUNT + ST-SALES-TAX - ST-PAID-AMOUNT.
           COMPUTE DAYS-PAST-DUE =
               FUNCTION INTEGER-OF-DATE(TODAY-DATE) -
               FUNCTION INTEGER-OF-DATE(ST-INVOICE-DATE) -
               CUSTOMER-TERMS-DAYS.
           IF ITEM-OPEN-AMOUNT > ZERO
               AND DAYS-PAST-DUE > ZERO
               ADD ITEM-OPEN-AMOUNT TO CUSTOMER-PAST-DUE
               IF DAYS-PAST-DUE > CUSTOMER-WORST-DAYS
                   MOVE DAYS-PAST-DUE TO CUSTOMER-WORST-DAYS.
      *
       180-READ-ACTIVITY.
      *
           MOVE ZERO TO LAST-SEQUENCE.
           MOVE ZERO TO LAST-CONTACT-DATE.
           MOVE ZERO TO LAST-FOLLOW-UP-DATE.
           MOVE ZERO TO PROMISE-SEQUENCE.
           MOVE ZERO TO PROMISE-AMOUNT.
           MOVE ZERO TO PROMISE-DATE.
           MOVE SPACE TO PROMISE-STATUS.
           MOVE ZERO TO PROMISE-CHECKED-DATE.
           MOVE CM-CUSTOMER-NUMBER TO CL-CUSTOMER-NUMBER.
           MOVE ZEROES TO CL-SEQUENCE.
           MOVE "N" TO ACTIVITY-EOF-SWITCH.
           START COLLECTION-ACTIVITY-FILE
               KEY NOT < CL-ACTIVITY-KEY
               INVALID KEY
                   MOVE "Y" TO ACTIVITY-EOF-SWITCH.
           PERFORM 182-READ-ONE-ACTIVITY
               UNTIL ACTIVITY-EOF-SWITCH = "Y".
      *
       182-READ-ONE-ACTIVITY.
      *
           READ COLLECTION-ACTIVITY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ACTIVITY-EOF-SWITCH.
           IF ACTIVITY-EOF-SWITCH = "N"
               IF CL-CUSTOMER-NUMBER NOT = CM-CUSTOMER-NUMBER
                   MOVE "Y" TO ACTIVITY-EOF-SWITCH
               ELSE
                   PERFORM 184-HOLD-THE-ACTIVITY.
      *
       184-HOLD-THE-ACTIVITY.
      *
           MOVE CL-SEQUENCE TO LAST-SEQUENCE.
           MOVE CL-CONTACT-DATE TO LAST-CONTACT-DATE.
           MOVE CL-FOLLOW-UP-DATE TO LAST-FOLLOW-UP-DATE.
           IF NOT CL-NO-PROMISE
               MOVE CL-SEQUENCE TO PROMISE-SEQUENCE
               MOVE CL-PROMISE-AMOUNT TO PROMISE-AMOUNT
               MOVE CL-PROMISE-DATE TO PROMISE-DATE
               MOVE CL-PROMISE-STATUS TO PROMISE-STATUS
               MOVE CL-CHECKED-DATE TO PROMISE-CHECKED-DATE.
      *
      *    A broken promise stays at the top until a collector
      *    logs a call on or after the day it was found broken.
      *
       190-SET-PRIORITY-GROUP.
      *
           MOVE 2 TO PRIORITY-GROUP.
           IF PROMISE-IS-BROKEN
               IF LAST-SEQUENCE = PROMISE-SEQUENCE
                   OR LAST-CONTACT-DATE < PROMISE-CHECKED-DATE
                   MOVE 1 TO PRIORITY-GROUP.
           IF PRIORITY-GROUP = 2
               IF PROMISE-IS-OPEN
                   OR LAST-FOLLOW-UP-DATE > TODAY-DATE
                   MOVE 3 TO PRIORITY-GROUP.
      *
       195-WRITE-EXTRACT-RECORD.
      *
           MOVE PRIORITY-GROUP         TO WX-PRIORITY-GROUP.
           MOVE CUSTOMER-PAST-DUE      TO WX-PAST-DUE-AMOUNT.
           MOVE CUSTOMER-WORST-DAYS    TO WX-DAYS-PAST-DUE.
           MOVE CM-CUSTOMER-NUMBER     TO WX-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME       TO WX-CUSTOMER-NAME.
           MOVE CM-CONTACT-PHONE       TO WX-CONTACT-PHONE.
           MOVE LAST-CONTACT-DATE      TO WX-LAST-CONTACT-DATE.
           MOVE PROMISE-AMOUNT         TO WX-PROMISE-AMOUNT.
           MOVE PROMISE-DATE           TO WX-PROMISE-DATE.
           MOVE PROMISE-STATUS         TO WX-PROMISE-STATUS.
           MOVE LAST-FOLLOW-UP-DATE    TO WX-FOLLOW-UP-DATE.
           WRITE WORKLIST-EXTRACT-RECORD.
           ADD 1 TO CUSTOMERS-EXTRACTED.
      *
       200-PREPARE-WORKLIST-LINES.
      *
           PERFORM 210-READ-WORKLIST-RECORD.
           IF WORKLIST-EOF-SWITCH = "N"
               PERFORM 205-CHECK-FOR-GROUP-BREAK
               PERFORM 220-PRINT-WORKLIST-LINE.
      *
       205-CHECK-FOR-GROUP-BREAK.
      *
           IF FIRST-RECORD-SWITCH = "Y"
               MOVE "N" TO FIRST-RECORD-SWITCH
               PERFORM 250-PRINT-GROUP-HEADING
           ELSE
           IF SW-PRIORITY-GROUP NOT = PREVIOUS-PRIORITY-GROUP
               PERFORM 240-PRINT-GROUP-TOTAL
               PERFORM 250-PRINT-GROUP-HEADING.
           MOVE SW-PRIORITY-GROUP TO PREVIOUS-PRIORITY-GROUP.
      *
       210-READ-WORKLIST-RECORD.
      *
           READ SORTED-WORKLIST
               AT END
                   MOVE "Y" TO WORKLIST-EOF-SWITCH.
      *
       220-PRINT-WORKLIST-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           ADD 1 TO WORKLIST-RANK.
           MOVE WORKLIST-RANK        TO WL-RANK.
           MOVE SW-CUSTOMER-NUMBER   TO WL-CUSTOMER-NUMBER.
           MOVE SW-CUSTOMER-NAME     TO WL-CUSTOMER-NAME.
           MOVE SW-CONTACT-PHONE     TO WL-CONTACT-PHONE.
           MOVE SW-PAST-DUE-AMOUNT   TO WL-PAST-DUE-AMOUNT.
           MOVE SW-DAYS-PAST-DUE     TO WL-DAYS-PAST-DUE.
           MOVE SW-LAST-CONTACT-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE PRINT-DATE           TO WL-LAST-CONTACT-DATE.
           IF SW-PROMISE-STATUS = SPACE
               MOVE SPACES TO WL-PROMISE-AMOUNT-X
           ELSE
               MOVE SW-PROMISE-AMOUNT TO WL-PROMISE-AMOUNT.
           MOVE SW-PROMISE-DATE      TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE PRINT-DATE           TO WL-PROMISE-DATE.
           MOVE SW-FOLLOW-UP-DATE    TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE PRINT-DATE           TO WL-FOLLOW-UP-DATE.
           PERFORM 225-EDIT-PROMISE-STATUS.
           MOVE WORKLIST-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           ADD SPACE-CONTROL TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
           ADD 1 TO GROUP-COUNT.
           ADD SW-PAST-DUE-AMOUNT TO GROUP-PAST-DUE.
           ADD SW-PAST-DUE-AMOUNT TO GRAND-PAST-DUE.
      *
       225-EDIT-PROMISE-STATUS.
      *
           IF SW-PROMISE-STATUS = "O"
               MOVE "OPEN" TO WL-PROMISE-STATUS
           ELSE
           IF SW-PROMISE-STATUS = "K"
               MOVE "KEPT" TO WL-PROMISE-STATUS
           ELSE
           IF SW-PROMISE-STATUS = "B"
               MOVE "BROKEN" TO WL-PROMISE-STATUS
           ELSE
           IF SW-PROMISE-STATUS = "S"
               MOVE "SUPSD" TO WL-PROMISE-STATUS
           ELSE
               MOVE SPACES TO WL-PROMISE-STATUS.
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
           MOVE ZERO TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.
      *
       240-PRINT-GROUP-TOTAL.
      *
           MOVE GROUP-COUNT    TO GTL-COUNT.
           MOVE GROUP-PAST-DUE TO GTL-PAST-DUE.
           MOVE GROUP-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-COUNT.
           MOVE ZERO TO GROUP-COUNT.
           MOVE ZERO TO GROUP-PAST-DUE.
           MOVE 2 TO SPACE-CONTROL.
      *
       250-PRINT-GROUP-HEADING.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           IF SW-BROKEN-PROMISE
               MOVE "BROKEN PROMISES - CALL FIRST ***"
                   TO GHL-GROUP-NAME
           ELSE
           IF SW-TO-CALL
               MOVE "PAST DUE - TO CALL ***" TO GHL-GROUP-NAME
           ELSE
               MOVE "WAITING ON A PROMISE OR FOLLOW-UP ***"
                   TO GHL-GROUP-NAME.
           MOVE GROUP-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.
      *
       300-PRINT-GRAND-TOTALS.
      *
           IF CUSTOMERS-EXTRACTED = ZERO
               MOVE NOTHING-TO-WORK-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2 LINES
           ELSE
               MOVE CUSTOMERS-EXTRACTED TO GRL-COUNT
               MOVE GRAND-PAST-DUE TO GRL-PAST-DUE
               MOVE GRAND-TOTAL-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
      *
      *    A date not on file prints blank.
      *
       700-EDIT-THE-DATE.
      *
           IF DATE-WORK = ZERO
               MOVE SPACES TO PRINT-DATE
           ELSE
               MOVE DW-MONTH TO ED-MONTH
               MOVE DW-DAY TO ED-DAY
               MOVE DW-YEAR TO ED-YEAR
               MOVE EDITED-DATE TO PRINT-DATE.
