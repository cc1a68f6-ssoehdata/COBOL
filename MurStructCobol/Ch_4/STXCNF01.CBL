       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. STXCNF01.
      *
      *    Sales journal posting confirmation - closes the loop
      *    STXGLX01 opens, the way GLACNF01 does for the payables
      *    journal. The GL package's posting confirmation file
      *    for the sales journal (SALESCNF.DAT - one line per
      *    batch: our batch number and the date it posted on
      *    their side) is read, and each batch it names is
      *    stamped CONFIRMED on the Sales GL Batch File with that
      *    date. Only a confirmed batch counts in the receivable
      *    control balance ARTRB01 ties the A/R trial balance to.
      *
      *    A batch exported before the batch file was kept has no
      *    record to stamp; its record is rebuilt from the
      *    transactions and returned checks stamped with its
      *    number and written confirmed, so the GL's history can
      *    be brought onto the file by confirming it.
      *
      *    The register lists each confirmation and what was done
      *    with it, then every batch still unconfirmed with the
      *    days it has been out - those are the ones somebody has
      *    to chase before the month will tie.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           COPY "SLSGB01.CBL".
           COPY "SLSTRX01.CBL".
           COPY "SLNSF01.CBL".
           COPY "SLPCFG01.CBL".
           SELECT GL-CONFIRM-FILE ASSIGN TO
               "C:\gnuCobol\COBOL\DATA\SALESCNF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONFIRM-REGISTER ASSIGN DYNAMIC OUTPUT-DESTINATION.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
           COPY "FDSGB01.CBL".
      *
           COPY "FDSTRX01.CBL".
      *
           COPY "FDNSF01.CBL".
      *
           COPY "FDPCFG01.CBL".
      *
       FD  GL-CONFIRM-FILE.
       01  GL-CONFIRM-RECORD.
           05  CF-BATCH-NUMBER         PIC 9(6).
           05  CF-POSTING-DATE         PIC 9(8).
      *
       FD  CONFIRM-REGISTER.
      *
       01  PRINT-AREA      PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  CONFIRM-EOF-SWITCH      PIC X   VALUE "N".
           05  BATCH-EOF-SWITCH        PIC X   VALUE "N".
           05  TRANSACTION-EOF-SWITCH  PIC X.
           05  RETURN-EOF-SWITCH       PIC X.
           05  BATCH-FOUND-SWITCH      PIC X.
      *
       01  PARAMETER-FIELDS.
           05  OUTPUT-DESTINATION      PIC X(60)     VALUE
               "C:\gnuCobol\COBOL\DATA\STXCNF.PRN".
           05  DESTINATION-ENTRY       PIC X(60)     VALUE SPACE.
      *
       01  RUN-FIELDS.
           05  TODAY-CCYYMMDD          PIC 9(8).
           05  DAYS-OUT                PIC S9(5).
      *
       01  COUNT-FIELDS.
           05  BATCHES-CONFIRMED       PIC 9(5)      VALUE ZERO.
           05  BATCHES-REBUILT         PIC 9(5)      VALUE ZERO.
           05  CONFIRMS-UNMATCHED      PIC 9(5)      VALUE ZERO.
           05  BATCHES-UNCONFIRMED     PIC 9(5)      VALUE ZERO.
      *
       01  TOTAL-FIELDS.
           05  UNCONFIRMED-TOTAL       PIC S9(9)V99  VALUE ZERO.
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
           05  FILLER          PIC X(30)   VALUE
               "SALES JOURNAL CONFIRMATION    ".
           05  FILLER          PIC X(10)   VALUE SPACE.
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
           05  FILLER          PIC X(10)   VALUE "STXCNF01".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "ACTION         BATCH".
           05  FILLER      PIC X(20)   VALUE "  EXPORTED    TRANS ".
           05  FILLER      PIC X(20)   VALUE "RETURNS      A/R TOT".
           05  FILLER      PIC X(20)   VALUE "AL   GL POSTED  DAYS".
           05  FILLER      PIC X(20)   VALUE "                    ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  BATCH-LINE.
           05  BTL-ACTION           PIC X(12).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BTL-BATCH-NUMBER     PIC 9(6).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BTL-EXPORT-DATE      PIC X(10).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BTL-TRANSACTIONS     PIC ZZZZ9.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  BTL-RETURNS          PIC ZZZZ9.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BTL-AR-TOTAL         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BTL-POSTING-DATE     PIC X(10).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BTL-DAYS-OUT         PIC ZZZZ9.
           05  BTL-DAYS-OUT-X REDEFINES BTL-DAYS-OUT
                                    PIC X(5).
           05  FILLER               PIC X(45)      VALUE SPACE.
      *
       01  UNCONFIRMED-TITLE.
           05  FILLER               PIC X(30)      VALUE
               "BATCHES NOT YET CONFIRMED".
           05  FILLER               PIC X(102)     VALUE SPACE.
      *
       01  TOTAL-LINE-1.
           05  FILLER               PIC X(19)      VALUE
               "BATCHES CONFIRMED: ".
           05  TL-CONFIRMED         PIC ZZZZ9.
           05  FILLER               PIC X(12)      VALUE
               "   REBUILT: ".
           05  TL-REBUILT           PIC ZZZZ9.
           05  FILLER               PIC X(14)      VALUE
               "   UNMATCHED: ".
           05  TL-UNMATCHED         PIC ZZZZ9.
           05  FILLER               PIC X(72)      VALUE SPACE.
      *
       01  TOTAL-LINE-2.
           05  FILLER               PIC X(19)      VALUE
               "STILL UNCONFIRMED: ".
           05  TL-UNCONFIRMED       PIC ZZZZ9.
           05  FILLER               PIC X(15)      VALUE
               "   A/R TOTAL:  ".
           05  TL-UNCONFIRMED-TOTAL PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(79)      VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-CONFIRM-SALES-BATCHES.
      *
           PERFORM 105-ACCEPT-OUTPUT-DESTINATION.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 115-READ-PRINT-CONFIG.
           PERFORM 100-FORMAT-REPORT-HEADING.
           OPEN I-O    SALES-GL-BATCH-FILE
                INPUT  SALES-TRANSACTION-FILE
                       RETURNED-CHECK-FILE
                       GL-CONFIRM-FILE
                OUTPUT CONFIRM-REGISTER.
           PERFORM 295-PRINT-HEADING-LINES.
           PERFORM 200-APPLY-ONE-CONFIRMATION
               UNTIL CONFIRM-EOF-SWITCH = "Y".
           PERFORM 300-LIST-UNCONFIRMED-BATCHES.
           PERFORM 280-PRINT-CONFIRMATION-TOTALS.
           CLOSE SALES-GL-BATCH-FILE
                 SALES-TRANSACTION-FILE
                 RETURNED-CHECK-FILE
                 GL-CONFIRM-FILE
                 CONFIRM-REGISTER.
           DISPLAY BATCHES-CONFIRMED " BATCH(ES) CONFIRMED, "
               BATCHES-UNCONFIRMED " STILL UNCONFIRMED".
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
      *
       105-ACCEPT-OUTPUT-DESTINATION.
      *
           DISPLAY "ENTER THE OUTPUT DESTINATION (PRINTER NAME OR"
           DISPLAY "FILE PATH), OR PRESS ENTER FOR " OUTPUT-DESTINATION.
           ACCEPT DESTINATION-ENTRY.
           IF DESTINATION-ENTRY NOT = SPACES
               MOVE DESTINATION-ENTRY TO OUTPUT-DESTINATION.
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
       200-APPLY-ONE-CONFIRMATION.
      *
           READ GL-CONFIRM-FILE
               AT END
                   MOVE "Y" TO CONFIRM-EOF-SWITCH.
           IF CONFIRM-EOF-SWITCH = "N"
               PERFORM 210-FIND-THE-BATCH.
      *
       210-FIND-THE-BATCH.
      *
           MOVE CF-BATCH-NUMBER TO SB-BATCH-NUMBER.
           MOVE "Y" TO BATCH-FOUND-SWITCH.
           READ SALES-GL-BATCH-FILE
               INVALID KEY
                   MOVE "N" TO BATCH-FOUND-SWITCH.
           IF BATCH-FOUND-SWITCH = "Y"
               PERFORM 220-STAMP-THE-BATCH
           ELSE
               PERFORM 230-REBUILD-THE-BATCH.
      *
      *    A confirmation sent twice leaves the first posting
      *    date standing.
      *
       220-STAMP-THE-BATCH.
      *
           IF SB-IS-CONFIRMED
               MOVE "ALREADY DONE" TO BTL-ACTION
           ELSE
               MOVE "Y" TO SB-CONFIRMED
               MOVE CF-POSTING-DATE TO SB-GL-POSTING-DATE
               PERFORM 270-REWRITE-BATCH
               ADD 1 TO BATCHES-CONFIRMED
               MOVE "CONFIRMED" TO BTL-ACTION.
           PERFORM 290-PRINT-BATCH-LINE.
      *
      *    The batch's record is put back together from what was
      *    stamped with its number - the same sums STXGLX01 made
      *    when it wrote the A/R debits. The export date is not
      *    kept on the transactions, so the posting date stands
      *    in for it.
      *
       230-REBUILD-THE-BATCH.
      *
           MOVE CF-BATCH-NUMBER TO SB-BATCH-NUMBER.
           MOVE CF-POSTING-DATE TO SB-EXPORT-DATE.
           MOVE ZERO TO SB-TRANSACTION-COUNT.
           MOVE ZERO TO SB-RETURN-COUNT.
           MOVE ZERO TO SB-AR-TOTAL.
           MOVE ZEROES TO ST-CUSTOMER-NUMBER.
           MOVE SPACES TO ST-INVOICE-NUMBER.
           MOVE "N" TO TRANSACTION-EOF-SWITCH.
           START SALES-TRANSACTION-FILE
               KEY NOT < ST-TRANSACTION-KEY
               INVALID KEY
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH.
           PERFORM 235-REBUILD-ONE-TRANSACTION
               UNTIL TRANSACTION-EOF-SWITCH = "Y".
           MOVE ZEROES TO NR-RECEIPT-NUMBER.
           MOVE "N" TO RETURN-EOF-SWITCH.
           START RETURNED-CHECK-FILE
               KEY NOT < NR-RECEIPT-NUMBER
               INVALID KEY
                   MOVE "Y" TO RETURN-EOF-SWITCH.
           PERFORM 240-REBUILD-ONE-RETURN
               UNTIL RETURN-EOF-SWITCH = "Y".
           IF SB-TRANSACTION-COUNT = ZERO
               AND SB-RETURN-COUNT = ZERO
               ADD 1 TO CONFIRMS-UNMATCHED
               PERFORM 250-PRINT-UNMATCHED
           ELSE
               PERFORM 260-WRITE-REBUILT-BATCH.
      *
       235-REBUILD-ONE-TRANSACTION.
      *
           READ SALES-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TRANSACTION-EOF-SWITCH.
           IF TRANSACTION-EOF-SWITCH = "N"
               AND ST-IS-GL-EXPORTED
               AND ST-GL-BATCH = CF-BATCH-NUMBER
               ADD 1 TO SB-TRANSACTION-COUNT
               COMPUTE SB-AR-TOTAL =
                   SB-AR-TOTAL + ST-INVOICE-AMOUNT + ST-SALES-TAX.
      *
       240-REBUILD-ONE-RETURN.
      *
           READ RETURNED-CHECK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO RETURN-EOF-SWITCH.
           IF RETURN-EOF-SWITCH = "N"
               AND NR-IS-GL-EXPORTED
               AND NR-GL-BATCH = CF-BATCH-NUMBER
               ADD 1 TO SB-RETURN-COUNT
               ADD NR-CHECK-AMOUNT TO SB-AR-TOTAL.
      *
       250-PRINT-UNMATCHED.
      *
           MOVE "NOT FOUND" TO BTL-ACTION.
           MOVE SB-EXPORT-DATE TO SB-GL-POSTING-DATE.
           MOVE ZEROES TO SB-EXPORT-DATE.
           PERFORM 290-PRINT-BATCH-LINE.
      *
       260-WRITE-REBUILT-BATCH.
      *
           MOVE "Y" TO SB-CONFIRMED.
           MOVE CF-POSTING-DATE TO SB-GL-POSTING-DATE.
           WRITE SALES-GL-BATCH-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING BATCH " SB-BATCH-NUMBER.
           ADD 1 TO BATCHES-REBUILT.
           MOVE "REBUILT" TO BTL-ACTION.
           PERFORM 290-PRINT-BATCH-LINE.
      *
       270-REWRITE-BATCH.
      *
           REWRITE SALES-GL-BATCH-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING BATCH " SB-BATCH-NUMBER.
      *
       280-PRINT-CONFIRMATION-TOTALS.
      *
           IF LINE-COUNT > LINES-ON-PAGE - 3
               PERFORM 295-PRINT-HEADING-LINES.
           MOVE BATCHES-CONFIRMED TO TL-CONFIRMED.
           MOVE BATCHES-REBUILT TO TL-REBUILT.
           MOVE CONFIRMS-UNMATCHED TO TL-UNMATCHED.
           MOVE TOTAL-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE BATCHES-UNCONFIRMED TO TL-UNCONFIRMED.
           MOVE UNCONFIRMED-TOTAL TO TL-UNCONFIRMED-TOTAL.
           MOVE TOTAL-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       290-PRINT-BATCH-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 295-PRINT-HEADING-LINES.
           MOVE SB-BATCH-NUMBER TO BTL-BATCH-NUMBER.
           MOVE SB-EXPORT-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO BTL-EXPORT-DATE.
           MOVE SB-TRANSACTION-COUNT TO BTL-TRANSACTIONS.
           MOVE SB-RETURN-COUNT TO BTL-RETURNS.
           MOVE SB-AR-TOTAL TO BTL-AR-TOTAL.
           MOVE SB-GL-POSTING-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO BTL-POSTING-DATE.
           IF SB-IS-CONFIRMED
               OR BTL-ACTION = "NOT FOUND"
               MOVE SPACES TO BTL-DAYS-OUT-X
           ELSE
               MOVE DAYS-OUT TO BTL-DAYS-OUT.
           MOVE BATCH-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           ADD SPACE-CONTROL TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
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
      *    Every batch on file with no confirmation yet, however
      *    recently it went out.
      *
       300-LIST-UNCONFIRMED-BATCHES.
      *
           IF LINE-COUNT > LINES-ON-PAGE - 3
               PERFORM 295-PRINT-HEADING-LINES.
           MOVE UNCONFIRMED-TITLE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.
           MOVE ZEROES TO SB-BATCH-NUMBER.
           START SALES-GL-BATCH-FILE
               KEY NOT < SB-BATCH-NUMBER
               INVALID KEY
                   MOVE "Y" TO BATCH-EOF-SWITCH.
           PERFORM 310-CHECK-ONE-BATCH
               UNTIL BATCH-EOF-SWITCH = "Y".
      *
       310-CHECK-ONE-BATCH.
      *
           READ SALES-GL-BATCH-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BATCH-EOF-SWITCH.
           IF BATCH-EOF-SWITCH = "N"
               AND NOT SB-IS-CONFIRMED
               PERFORM 320-PRINT-UNCONFIRMED-BATCH.
      *
       320-PRINT-UNCONFIRMED-BATCH.
      *
           COMPUTE DAYS-OUT =
               FUNCTION INTEGER-OF-DATE(TODAY-CCYYMMDD) -
               FUNCTION INTEGER-OF-DATE(SB-EXPORT-DATE).
           MOVE "UNCONFIRMED" TO BTL-ACTION.
           PERFORM 290-PRINT-BATCH-LINE.
           ADD 1 TO BATCHES-UNCONFIRMED.
           ADD SB-AR-TOTAL TO UNCONFIRMED-TOTAL.
      *
       700-EDIT-THE-DATE.
      *
           MOVE DW-MONTH TO ED-MONTH.
           MOVE DW-DAY TO ED-DAY.
           MOVE DW-YEAR TO ED-YEAR.
