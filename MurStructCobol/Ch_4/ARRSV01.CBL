       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. ARRSV01.
      *
      *    Reserve for doubtful accounts - the figure the
      *    controller books the allowance from. The open items
      *    are aged exactly as ARAGE01 ages them (written-off
      *    items are no longer open, so they are already out),
      *    a line per customer and bucket totals at the bottom,
      *    and then each bucket's total is reserved at its own
      *    percentage factor, the four reserves adding up to the
      *    allowance required. The factors live on the one-record
      *    RSVFCT.DAT and are shown at the start of every run to
      *    keep or change; a missing file means none have been
      *    set and they have to be keyed.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           COPY "SLSTRX01.CBL".
           COPY "SLCUST01.CBL".
           SELECT OPTIONAL RESERVE-FACTOR-FILE ASSIGN TO
               "C:\gnuCobol\COBOL\DATA\RSVFCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESERVE-REPORT ASSIGN DYNAMIC OUTPUT-DESTINATION.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
           COPY "FDSTRX01.CBL".
      *
           COPY "FDCUST01.CBL".
      *
      *    Each factor is a percent of its bucket - 2.50 is
      *    two and a half cents reserved on the dollar.
      *
       FD  RESERVE-FACTOR-FILE.
       01  RESERVE-FACTOR-RECORD.
           05  RF-CURRENT-PERCENT      PIC 9(3)V99.
           05  RF-31-60-PERCENT        PIC 9(3)V99.
           05  RF-61-90-PERCENT        PIC 9(3)V99.
           05  RF-OVER-90-PERCENT      PIC 9(3)V99.
      *
       FD  RESERVE-REPORT.
      *
       01  PRINT-AREA      PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  TRANSACTION-EOF-SWITCH  PIC X   VALUE "N".
           05  CUSTOMER-FOUND-SWITCH   PIC X   VALUE "N".
           05  FIRST-RECORD-SWITCH     PIC X   VALUE "Y".
           05  CHANGE-FACTORS-SWITCH   PIC X.
      *
       01  PARAMETER-FIELDS.
           05  OUTPUT-DESTINATION      PIC X(60)     VALUE
               "C:\gnuCobol\COBOL\DATA\ARRSV.PRN".
           05  DESTINATION-ENTRY       PIC X(60)     VALUE SPACE.
      *
       01  WORK-FIELDS.
           05  TODAY-CCYYMMDD          PIC 9(8).
           05  INVOICE-AGE-DAYS        PIC S9(5).
           05  OPEN-AMOUNT             PIC S9(7)V99.
           05  FACTOR-ENTRY            PIC 9(3)V99.
      *
       01  BREAK-FIELDS.
           05  PREVIOUS-CUSTOMER       PIC 9(5)    VALUE ZERO.
      *
       01  CUSTOMER-TOTAL-FIELDS.
           05  CUST-BUCKET-CURRENT     PIC S9(7)V99  VALUE ZERO.
           05  CUST-BUCKET-31-60       PIC S9(7)V99  VALUE ZERO.
           05  CUST-BUCKET-61-90       PIC S9(7)V99  VALUE ZERO.
           05  CUST-BUCKET-OVER-90     PIC S9(7)V99  VALUE ZERO.
           05  CUST-OPEN-TOTAL         PIC S9(7)V99  VALUE ZERO.
      *
       01  GRAND-TOTAL-FIELDS.
           05  GRAND-BUCKET-CURRENT    PIC S9(9)V99  VALUE ZERO.
           05  GRAND-BUCKET-31-60      PIC S9(9)V99  VALUE ZERO.
           05  GRAND-BUCKET-61-90      PIC S9(9)V99  VALUE ZERO.
           05  GRAND-BUCKET-OVER-90    PIC S9(9)V99  VALUE ZERO.
           05  GRAND-OPEN-TOTAL        PIC S9(9)V99  VALUE ZERO.
      *
       01  RESERVE-FIELDS.
           05  RESERVE-CURRENT         PIC S9(9)V99  VALUE ZERO.
           05  RESERVE-31-60           PIC S9(9)V99  VALUE ZERO.
           05  RESERVE-61-90           PIC S9(9)V99  VALUE ZERO.
           05  RESERVE-OVER-90         PIC S9(9)V99  VALUE ZERO.
           05  ALLOWANCE-REQUIRED      PIC S9(9)V99  VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER          PIC X(26)   VALUE
               "RESERVE FOR DOUBTFUL ACCOU".
           05  FILLER          PIC X(10)   VALUE "NTS AS OF ".
           05  HL1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(88)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
           05  FILLER          PIC X(9)    VALUE "CUSTOMER ".
           05  FILLER          PIC X(21)   VALUE "NAME".
           05  FILLER          PIC X(13)   VALUE "     CURRENT".
           05  FILLER          PIC X(13)   VALUE "       31-60".
           05  FILLER          PIC X(13)   VALUE "       61-90".
           05  FILLER          PIC X(13)   VALUE "     OVER 90".
           05  FILLER          PIC X(13)   VALUE "        OPEN".
           05  FILLER          PIC X(50)   VALUE SPACE.
      *
       01  CUSTOMER-TOTAL-LINE.
           05  CTL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CTL-CUSTOMER-NAME    PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CTL-CURRENT          PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CTL-31-60            PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CTL-61-90            PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CTL-OVER-90          PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CTL-OPEN             PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(36)      VALUE SPACE.
      *
       01  GRAND-TOTAL-LINE.
           05  FILLER               PIC X(29)      VALUE "TOTALS:".
           05  GTL-CURRENT          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  GTL-31-60            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  GTL-61-90            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  GTL-OVER-90          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  GTL-OPEN             PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(33)      VALUE SPACE.
      *
       01  RESERVE-HEADING-LINE.
           05  FILLER               PIC X(20)      VALUE
               "BUCKET              ".
           05  FILLER               PIC X(20)      VALUE
               "      BALANCE    FAC".
           05  FILLER               PIC X(20)      VALUE
               "TOR        RESERVE  ".
           05  FILLER               PIC X(72)      VALUE SPACE.
      *
       01  RESERVE-LINE.
           05  RL-BUCKET            PIC X(20).
           05  RL-BALANCE           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  RL-FACTOR            PIC ZZ9.99.
           05  FILLER               PIC X(1)       VALUE "%".
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RL-RESERVE           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(74)      VALUE SPACE.
      *
       01  ALLOWANCE-LINE.
           05  FILLER               PIC X(45)      VALUE
               "ALLOWANCE REQUIRED".
           05  AL-ALLOWANCE         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(74)      VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-PREPARE-RESERVE-REPORT.
      *
           PERFORM 105-ACCEPT-OUTPUT-DESTINATION.
           PERFORM 110-GET-THE-FACTORS.
           OPEN INPUT  SALES-TRANSACTION-FILE
                       CUSTMAST
                OUTPUT RESERVE-REPORT.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 100-PRINT-HEADING-LINES.
           PERFORM 200-AGE-ONE-TRANSACTION
               UNTIL TRANSACTION-EOF-SWITCH = "Y".
           IF FIRST-RECORD-SWITCH = "N"
               PERFORM 250-PRINT-CUSTOMER-TOTALS.
           PERFORM 300-PRINT-GRAND-TOTALS.
           PERFORM 400-PRINT-THE-RESERVE.
           CLOSE SALES-TRANSACTION-FILE
                 CUSTMAST
                 RESERVE-REPORT.
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
      *    A missing factor record reads as all zero, and no
      *    reserve at all is never what the controller means -
      *    so then the factors have to be keyed.
      *
       110-GET-THE-FACTORS.
      *
           MOVE ZEROES TO RESERVE-FACTOR-RECORD.
           OPEN INPUT RESERVE-FACTOR-FILE.
           READ RESERVE-FACTOR-FILE
               AT END
                   MOVE ZEROES TO RESERVE-FACTOR-RECORD.
           CLOSE RESERVE-FACTOR-FILE.
           DISPLAY "RESERVE FACTORS (PERCENT OF EACH BUCKET):".
           DISPLAY "  CURRENT " RF-CURRENT-PERCENT
               "   31-60 " RF-31-60-PERCENT
               "   61-90 " RF-61-90-PERCENT
               "   OVER 90 " RF-OVER-90-PERCENT.
           IF RESERVE-FACTOR-RECORD = ZEROES
               MOVE "Y" TO CHANGE-FACTORS-SWITCH
           ELSE
               PERFORM 115-ASK-CHANGE-FACTORS.
           IF CHANGE-FACTORS-SWITCH = "Y"
               PERFORM 120-ENTER-THE-FACTORS.
      *
       115-ASK-CHANGE-FACTORS.
      *
           MOVE SPACE TO CHANGE-FACTORS-SWITCH.
           PERFORM 117-ACCEPT-CHANGE-FACTORS
               UNTIL CHANGE-FACTORS-SWITCH = "Y" OR "N".
      *
       117-ACCEPT-CHANGE-FACTORS.
      *
           DISPLAY "CHANGE THE FACTORS (Y/N)?".
           ACCEPT CHANGE-FACTORS-SWITCH.
           IF CHANGE-FACTORS-SWITCH = "y"
               MOVE "Y" TO CHANGE-FACTORS-SWITCH.
           IF CHANGE-FACTORS-SWITCH = "n"
               MOVE "N" TO CHANGE-FACTORS-SWITCH.
      *
       120-ENTER-THE-FACTORS.
      *
           DISPLAY "ENTER THE CURRENT BUCKET FACTOR (PERCENT)".
           PERFORM 125-ACCEPT-ONE-FACTOR.
           MOVE FACTOR-ENTRY TO RF-CURRENT-PERCENT.
           DISPLAY "ENTER THE 31-60 BUCKET FACTOR (PERCENT)".
           PERFORM 125-ACCEPT-ONE-FACTOR.
           MOVE FACTOR-ENTRY TO RF-31-60-PERCENT.
           DISPLAY "ENTER THE 61-90 BUCKET FACTOR (PERCENT)".
           PERFORM 125-ACCEPT-ONE-FACTOR.
           MOVE FACTOR-ENTRY TO RF-61-90-PERCENT.
           DISPLAY "ENTER THE OVER 90 BUCKET FACTOR (PERCENT)".
           PERFORM 125-ACCEPT-ONE-FACTOR.
           MOVE FACTOR-ENTRY TO RF-OVER-90-PERCENT.
           OPEN OUTPUT RESERVE-FACTOR-FILE.
           WRITE RESERVE-FACTOR-RECORD.
           CLOSE RESERVE-FACTOR-FILE.
      *
       125-ACCEPT-ONE-FACTOR.
      *
           ACCEPT FACTOR-ENTRY.
           PERFORM 127-RE-ACCEPT-ONE-FACTOR
               UNTIL FACTOR-ENTRY NOT > 100.
      *
       127-RE-ACCEPT-ONE-FACTOR.
      *
           DISPLAY "A FACTOR CANNOT BE MORE THAN 100 PERCENT".
           ACCEPT FACTOR-ENTRY.
      *
       100-PRINT-HEADING-LINES.
      *
           MOVE TODAY-CCYYMMDD TO HL1-RUN-DATE.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
      *    The primary key is customer + invoice, so a straight
      *    NEXT-record walk already comes back in customer order
      *    - the control break needs no sort here.
      *
       200-AGE-ONE-TRANSACTION.
      *
           READ SALES-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH.
           IF TRANSACTION-EOF-SWITCH = "N"
               PERFORM 205-CHECK-CUSTOMER-BREAK
               PERFORM 210-AGE-IF-OPEN.
      *
       205-CHECK-CUSTOMER-BREAK.
      *
           IF FIRST-RECORD-SWITCH = "Y"
               MOVE "N" TO FIRST-RECORD-SWITCH
               MOVE ST-CUSTOMER-NUMBER TO PREVIOUS-CUSTOMER
           ELSE
           IF ST-CUSTOMER-NUMBER NOT = PREVIOUS-CUSTOMER
               PERFORM 250-PRINT-CUSTOMER-TOTALS
               MOVE ST-CUSTOMER-NUMBER TO PREVIOUS-CUSTOMER.
      *
       210-AGE-IF-OPEN.
      *
           COMPUTE OPEN-AMOUNT =
               ST-INVOICE-AMOUNT + ST-SALES-TAX - ST-PAID-AMOUNT.
           IF ST-IS-OPEN AND OPEN-AMOUNT NOT = ZERO
               PERFORM 220-BUCKET-THE-AMOUNT.
      *
       220-BUCKET-THE-AMOUNT.
      *
           COMPUTE INVOICE-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(TODAY-CCYYMMDD) -
               FUNCTION INTEGER-OF-DATE(ST-INVOICE-DATE).
           IF INVOICE-AGE-DAYS NOT > 30
               ADD OPEN-AMOUNT TO CUST-BUCKET-CURRENT
           ELSE
           IF INVOICE-AGE-DAYS NOT > 60
               ADD OPEN-AMOUNT TO CUST-BUCKET-31-60
           ELSE
           IF INVOICE-AGE-DAYS NOT > 90
               ADD OPEN-AMOUNT TO CUST-BUCKET-61-90
           ELSE
               ADD OPEN-AMOUNT TO CUST-BUCKET-OVER-90.
           ADD OPEN-AMOUNT TO CUST-OPEN-TOTAL.
      *
      *    A customer with nothing open prints no line - the
      *    report is who owes us, not the whole master file.
      *
       250-PRINT-CUSTOMER-TOTALS.
      *
           IF CUST-OPEN-TOTAL NOT = ZERO
               PERFORM 255-PRINT-ONE-CUSTOMER-LINE.
           MOVE ZERO TO CUST-BUCKET-CURRENT
                        CUST-BUCKET-31-60
                        CUST-BUCKET-61-90
                        CUST-BUCKET-OVER-90
                        CUST-OPEN-TOTAL.
      *
       255-PRINT-ONE-CUSTOMER-LINE.
      *
           MOVE PREVIOUS-CUSTOMER TO CM-CUSTOMER-NUMBER.
           READ CUSTMAST
               INVALID KEY
                   MOVE "**UNKNOWN**" TO CM-CUSTOMER-NAME.
           MOVE PREVIOUS-CUSTOMER     TO CTL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME      TO CTL-CUSTOMER-NAME.
           MOVE CUST-BUCKET-CURRENT   TO CTL-CURRENT.
           MOVE CUST-BUCKET-31-60     TO CTL-31-60.
           MOVE CUST-BUCKET-61-90     TO CTL-61-90.
           MOVE CUST-BUCKET-OVER-90   TO CTL-OVER-90.
           MOVE CUST-OPEN-TOTAL       TO CTL-OPEN.
           MOVE CUSTOMER-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD CUST-BUCKET-CURRENT    TO GRAND-BUCKET-CURRENT.
           ADD CUST-BUCKET-31-60      TO GRAND-BUCKET-31-60.
           ADD CUST-BUCKET-61-90      TO GRAND-BUCKET-61-90.
           ADD CUST-BUCKET-OVER-90    TO GRAND-BUCKET-OVER-90.
           ADD CUST-OPEN-TOTAL        TO GRAND-OPEN-TOTAL.
      *
       300-PRINT-GRAND-TOTALS.
      *
           MOVE GRAND-BUCKET-CURRENT  TO GTL-CURRENT.
           MOVE GRAND-BUCKET-31-60    TO GTL-31-60.
           MOVE GRAND-BUCKET-61-90    TO GTL-61-90.
           MOVE GRAND-BUCKET-OVER-90  TO GTL-OVER-90.
           MOVE GRAND-OPEN-TOTAL      TO GTL-OPEN.
           MOVE GRAND-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
      *
      *    A bucket the customers' credits have pulled to zero or
      *    below needs no reserve - the allowance covers what
      *    may not be collected, never less than nothing.
      *
       400-PRINT-THE-RESERVE.
      *
           IF GRAND-BUCKET-CURRENT > ZERO
               COMPUTE RESERVE-CURRENT ROUNDED =
                   GRAND-BUCKET-CURRENT * RF-CURRENT-PERCENT / 100.
           IF GRAND-BUCKET-31-60 > ZERO
               COMPUTE RESERVE-31-60 ROUNDED =
                   GRAND-BUCKET-31-60 * RF-31-60-PERCENT / 100.
           IF GRAND-BUCKET-61-90 > ZERO
               COMPUTE RESERVE-61-90 ROUNDED =
                   GRAND-BUCKET-61-90 * RF-61-90-PERCENT / 100.
           IF GRAND-BUCKET-OVER-90 > ZERO
               COMPUTE RESERVE-OVER-90 ROUNDED =
                   GRAND-BUCKET-OVER-90 * RF-OVER-90-PERCENT / 100.
           COMPUTE ALLOWANCE-REQUIRED =
               RESERVE-CURRENT + RESERVE-31-60
               + RESERVE-61-90 + RESERVE-OVER-90.
           MOVE RESERVE-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "CURRENT" TO RL-BUCKET.
           MOVE GRAND-BUCKET-CURRENT TO RL-BALANCE.
           MOVE RF-CURRENT-PERCENT TO RL-FACTOR.
           MOVE RESERVE-CURRENT TO RL-RESERVE.
           PERFORM 410-PRINT-RESERVE-LINE.
           MOVE "31-60" TO RL-BUCKET.
           MOVE GRAND-BUCKET-31-60 TO RL-BALANCE.
           MOVE RF-31-60-PERCENT TO RL-FACTOR.
           MOVE RESERVE-31-60 TO RL-RESERVE.
           PERFORM 410-PRINT-RESERVE-LINE.
           MOVE "61-90" TO RL-BUCKET.
           MOVE GRAND-BUCKET-61-90 TO RL-BALANCE.
           MOVE RF-61-90-PERCENT TO RL-FACTOR.
           MOVE RESERVE-61-90 TO RL-RESERVE.
           PERFORM 410-PRINT-RESERVE-LINE.
           MOVE "OVER 90" TO RL-BUCKET.
           MOVE GRAND-BUCKET-OVER-90 TO RL-BALANCE.
           MOVE RF-OVER-90-PERCENT TO RL-FACTOR.
           MOVE RESERVE-OVER-90 TO RL-RESERVE.
           PERFORM 410-PRINT-RESERVE-LINE.
           MOVE ALLOWANCE-REQUIRED TO AL-ALLOWANCE.
           MOVE ALLOWANCE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       410-PRINT-RESERVE-LINE.
      *
           MOVE RESERVE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
