       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. NSFREG01.
      *
      *    Returned check register - every customer check that
      *    came back from the bank unpaid in the month the
      *    operator keys (this month by default), off the
      *    Returned Check File NSFENT01 writes. Each line shows
      *    the check, what it had paid on invoices that has been
      *    put back on them, the fee billed for it, the bank's
      *    reason, and how many checks the customer has returned
      *    all told, so a customer making a habit of it stands
      *    out. A check whose payer was never identified shows
      *    customer zero and no count.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           COPY "SLNSF01.CBL".
           COPY "SLCUST01.CBL".
           COPY "SLPCFG01.CBL".
           SELECT NSF-REGISTER ASSIGN DYNAMIC OUTPUT-DESTINATION.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
           COPY "FDNSF01.CBL".
      *
           COPY "FDCUST01.CBL".
      *
           COPY "FDPCFG01.CBL".
      *
       FD  NSF-REGISTER.
      *
       01  PRINT-AREA      PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  RETURN-EOF-SWITCH       PIC X   VALUE "N".
      *
       01  PARAMETER-FIELDS.
           05  OUTPUT-DESTINATION      PIC X(60)     VALUE
               "C:\gnuCobol\COBOL\DATA\NSFREG.PRN".
           05  DESTINATION-ENTRY       PIC X(60)     VALUE SPACE.
           05  REGISTER-PERIOD         PIC 9(6)      VALUE ZERO.
      *
       01  RUN-FIELDS.
           05  TODAY-CCYYMMDD          PIC 9(8).
           05  TODAY-PARTS REDEFINES TODAY-CCYYMMDD.
               10  TODAY-CCYYMM        PIC 9(6).
               10  FILLER              PIC 9(2).
           05  RETURN-CCYYMMDD         PIC 9(8).
           05  RETURN-PARTS REDEFINES RETURN-CCYYMMDD.
               10  RETURN-CCYYMM       PIC 9(6).
               10  FILLER              PIC 9(2).
      *
       01  COUNT-FIELDS.
           05  RETURNS-LISTED          PIC 9(5)      VALUE ZERO.
      *
       01  TOTAL-FIELDS.
           05  CHECK-TOTAL             PIC S9(9)V99  VALUE ZERO.
           05  REVERSED-TOTAL          PIC S9(9)V99  VALUE ZERO.
           05  FEE-TOTAL               PIC S9(7)V99  VALUE ZERO.
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
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(26)   VALUE
               "RETURNED CHECK REGISTER   ".
           05  FILLER          PIC X(7)    VALUE "PERIOD ".
           05  HL1-PERIOD      PIC 9(6).
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(53)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "NSFREG01".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "RETURNED    RECPT.  ".
           05  FILLER      PIC X(20)   VALUE "CUST.  CUSTOMER NAME".
           05  FILLER      PIC X(20)   VALUE "         CHECK NO  C".
           05  FILLER      PIC X(20)   VALUE "HECK AMOUNT      PUT".
           05  FILLER      PIC X(20)   VALUE " BACK   ITM        F".
           05  FILLER      PIC X(20)   VALUE "EE  NSF  REASON     ".
           05  FILLER      PIC X(12)   VALUE SPACE.
      *
       01  RETURN-LINE.
           05  RL-RETURNED-DATE     PIC X(10).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RL-RECEIPT-NUMBER    PIC 9(6).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RL-CUSTOMER-NUMBER   PIC 9(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RL-PAYER-NAME        PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RL-CHECK-NUMBER      PIC X(8).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RL-CHECK-AMOUNT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RL-REVERSED-AMOUNT   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RL-ITEMS-REOPENED    PIC ZZ9.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RL-FEE-AMOUNT        PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RL-NSF-COUNT         PIC ZZZ.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RL-RETURN-REASON     PIC X(20).
           05  FILLER               PIC X(3)       VALUE SPACE.
      *
       01  TOTAL-LINE.
           05  FILLER               PIC X(17)      VALUE
               "RETURNED CHECKS: ".
           05  TL-COUNT             PIC ZZZZ9.
           05  FILLER               PIC X(37)      VALUE SPACE.
           05  TL-CHECK-AMOUNT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  TL-REVERSED-AMOUNT   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(6)       VALUE SPACE.
           05  TL-FEE-AMOUNT        PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(30)      VALUE SPACE.
      *
       01  NOTHING-RETURNED-LINE.
           05  FILLER               PIC X(31)      VALUE
               "*** NO CHECKS RETURNED IN THE ".
           05  FILLER               PIC X(7)       VALUE "PERIOD ".
           05  NRL-PERIOD           PIC 9(6).
           05  FILLER               PIC X(88)      VALUE " ***".
      *
       PROCEDURE DIVISION.
      *
       000-PRINT-NSF-REGISTER.
      *
           PERFORM 105-ACCEPT-OUTPUT-DESTINATION.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 110-ACCEPT-REGISTER-PERIOD.
           PERFORM 115-READ-PRINT-CONFIG.
           PERFORM 100-FORMAT-REPORT-HEADING.
           OPEN INPUT  RETURNED-CHECK-FILE
                       CUSTMAST
                OUTPUT NSF-REGISTER.
           PERFORM 295-PRINT-HEADING-LINES.
           PERFORM 200-LIST-ONE-RETURN
               UNTIL RETURN-EOF-SWITCH = "Y".
           PERFORM 280-PRINT-REGISTER-TOTALS.
           CLOSE RETURNED-CHECK-FILE
                 CUSTMAST
                 NSF-REGISTER.
           DISPLAY RETURNS-LISTED " RETURNED CHECK(S) IN PERIOD "
               REGISTER-PERIOD.
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
           MOVE REGISTER-PERIOD TO HL1-PERIOD.
      *
       105-ACCEPT-OUTPUT-DESTINATION.
      *
           DISPLAY "ENTER THE OUTPUT DESTINATION (PRINTER NAME OR"
           DISPLAY "FILE PATH), OR PRESS ENTER FOR " OUTPUT-DESTINATION.
           ACCEPT DESTINATION-ENTRY.
           IF DESTINATION-ENTRY NOT = SPACES
               MOVE DESTINATION-ENTRY TO OUTPUT-DESTINATION.
      *
       110-ACCEPT-REGISTER-PERIOD.
      *
           DISPLAY "ENTER THE MONTH TO LIST (CCYYMM)".
           DISPLAY "OR 0 FOR THIS MONTH".
           ACCEPT REGISTER-PERIOD.
           IF REGISTER-PERIOD = ZERO
               MOVE TODAY-CCYYMM TO REGISTER-PERIOD.
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
       200-LIST-ONE-RETURN.
      *
           READ RETURNED-CHECK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO RETURN-EOF-SWITCH.
           IF RETURN-EOF-SWITCH = "N"
               MOVE NR-RETURNED-DATE TO RETURN-CCYYMMDD
               IF RETURN-CCYYMM = REGISTER-PERIOD
                   PERFORM 210-PRINT-ONE-RETURN.
      *
      *    The count is the customer's lifetime total off the
      *    customer record, not just this month's.
      *
       210-PRINT-ONE-RETURN.
      *
           MOVE ZERO TO CM-NSF-COUNT.
           IF NR-CUSTOMER-NUMBER NOT = ZERO
               MOVE NR-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               PERFORM 220-READ-CUSTOMER.
           IF CM-NSF-COUNT NOT NUMERIC
               MOVE ZERO TO CM-NSF-COUNT.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 295-PRINT-HEADING-LINES.
           MOVE NR-RETURNED-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO RL-RETURNED-DATE.
           MOVE NR-RECEIPT-NUMBER TO RL-RECEIPT-NUMBER.
           MOVE NR-CUSTOMER-NUMBER TO RL-CUSTOMER-NUMBER.
           MOVE NR-PAYER-NAME TO RL-PAYER-NAME.
           MOVE NR-CHECK-NUMBER TO RL-CHECK-NUMBER.
           MOVE NR-CHECK-AMOUNT TO RL-CHECK-AMOUNT.
           MOVE NR-REVERSED-AMOUNT TO RL-REVERSED-AMOUNT.
           MOVE NR-ITEMS-REOPENED TO RL-ITEMS-REOPENED.
           MOVE NR-FEE-AMOUNT TO RL-FEE-AMOUNT.
           MOVE CM-NSF-COUNT TO RL-NSF-COUNT.
           MOVE NR-RETURN-REASON TO RL-RETURN-REASON.
           MOVE RETURN-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           ADD SPACE-CONTROL TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
           ADD 1 TO RETURNS-LISTED.
           ADD NR-CHECK-AMOUNT TO CHECK-TOTAL.
           ADD NR-REVERSED-AMOUNT TO REVERSED-TOTAL.
           ADD NR-FEE-AMOUNT TO FEE-TOTAL.
      *
       220-READ-CUSTOMER.
      *
           READ CUSTMAST
               INVALID KEY
                   MOVE ZERO TO CM-NSF-COUNT.
      *
       280-PRINT-REGISTER-TOTALS.
      *
           IF RETURNS-LISTED = ZERO
               MOVE REGISTER-PERIOD TO NRL-PERIOD
               MOVE NOTHING-RETURNED-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2 LINES
           ELSE
               MOVE RETURNS-LISTED TO TL-COUNT
               MOVE CHECK-TOTAL TO TL-CHECK-AMOUNT
               MOVE REVERSED-TOTAL TO TL-REVERSED-AMOUNT
               MOVE FEE-TOTAL TO TL-FEE-AMOUNT
               MOVE TOTAL-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
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
       700-EDIT-THE-DATE.
      *
           MOVE DW-MONTH TO ED-MONTH.
           MOVE DW-DAY TO ED-DAY.
           MOVE DW-YEAR TO ED-YEAR.
