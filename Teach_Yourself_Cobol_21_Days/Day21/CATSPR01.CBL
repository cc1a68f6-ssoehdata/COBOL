      * under the six-character CCYYMM headings; each row's
      * year total prints in full dollars on its own line, and
      * the count of vouchers spread is shown at the bottom so
      * the report ties back to the file. A prepaid voucher,
      * coded to the prepaid account, is not spread in the
      * month it was keyed; its prepaid schedule is spread
      * instead, each month taking the PLPPD01 slice PPDREL01
      * releases for it, under the schedule's category. A shared
      * bill carrying a cost-allocation template is spread share
      * by share, split by PLCCA01.CBL - each share under its
      * template line's category, or the voucher's own category
      * where the line has none.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "SLPERD01.CBL".

           COPY "SLPPD01.CBL".

           COPY "SLCONTRL.CBL".

           COPY "SLCCA01.CBL".

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "FDPERD01.CBL".

           COPY "FDPPD01.CBL".

           COPY "FDCONTRL.CBL".

           COPY "FDCCA01.CBL".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

           COPY "WSPRNT01.CBL".

           COPY "WSPPD01.CBL".

           COPY "WSCCA01.CBL".

       77  VOUCHER-FILE-AT-END         PIC X VALUE "N".
       77  PREPAID-FILE-AT-END         PIC X VALUE "N".
       77  PREPAID-ACCOUNT             PIC 9(6).
       77  SPREAD-CATEGORY             PIC X(2).
       77  SPREAD-AMOUNT               PIC S9(9)V99.
       77  PERIOD-FOUND                PIC X.
       77  RECORD-FOUND                PIC X.
       77  CCA-FOUND                   PIC X.
       77  VOUCHER-WAS-SPREAD          PIC X.
       77  START-PERIOD                PIC 9(6).
       77  WORK-YEAR                   PIC 9(4).
       77  WORK-MONTH                  PIC 99.
       77  MONTH-SUB                   PIC 99 COMP.
       77  ROW-SUB                     PIC 99 COMP.
       77  VOUCHERS-SPREAD             PIC 9(7) VALUE ZERO.
       77  SCHEDULES-SPREAD            PIC 9(7) VALUE ZERO.
       77  ROW-TOTAL                   PIC S9(11)V99.
       77  ROW-TOTAL-EDITED            PIC ZZZ,ZZZ,ZZ9.99-.
       77  WHOLE-CELL                  PIC S9(7).
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT CATEGORY-FILE.
           OPEN INPUT PERIOD-FILE.
           OPEN INPUT PREPAID-FILE.
           OPEN INPUT CONTROL-FILE.
           OPEN INPUT COST-ALLOCATION-FILE.
           PERFORM READ-CONTROL-RECORD.
           PERFORM GET-START-PERIOD.
           PERFORM BUILD-MONTH-KEYS.
           MOVE "CATSPR01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       READ-CONTROL-RECORD.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-PREPAID-ACCOUNT.
           IF CONTROL-PREPAID-ACCOUNT NOT NUMERIC
               MOVE ZEROES TO CONTROL-PREPAID-ACCOUNT.
           MOVE CONTROL-PREPAID-ACCOUNT TO PREPAID-ACCOUNT.

       GET-START-PERIOD.
           PERFORM ACCEPT-START-PERIOD.
           PERFORM RE-ACCEPT-START-PERIOD
           CLOSE VOUCHER-FILE.
           CLOSE CATEGORY-FILE.
           CLOSE PERIOD-FILE.
           CLOSE PREPAID-FILE.
           CLOSE CONTROL-FILE.
           CLOSE COST-ALLOCATION-FILE.
           CLOSE PRINTER-FILE.
           DISPLAY VOUCHERS-SPREAD " VOUCHER(S) SPREAD.".
           DISPLAY SCHEDULES-SPREAD " PREPAID SCHEDULE(S) SPREAD.".

       MAIN-PROCESS.
           PERFORM CLEAR-THE-SPREAD.
           PERFORM READ-NEXT-VOUCHER.
           PERFORM SPREAD-ALL-VOUCHERS
               UNTIL VOUCHER-FILE-AT-END = "Y".
           PERFORM READ-NEXT-PREPAID.
           PERFORM SPREAD-ALL-PREPAIDS
               UNTIL PREPAID-FILE-AT-END = "Y".
           PERFORM PRINT-THE-HEADINGS.
           PERFORM PRINT-ALL-ROWS.
           PERFORM PRINT-COLUMN-TOTALS.
                   MOVE "Y" TO VOUCHER-FILE-AT-END.

       SPREAD-ALL-VOUCHERS.
           IF PREPAID-ACCOUNT = ZEROES
               OR VOUCHER-GL-ACCOUNT-NUMBER NOT = PREPAID-ACCOUNT
               PERFORM SPREAD-ONE-VOUCHER.
           PERFORM READ-NEXT-VOUCHER.

           MOVE ZERO TO MONTH-SUB.
           PERFORM FIND-THE-MONTH-COLUMN.
           IF MONTH-SUB NOT = ZERO
               PERFORM SPREAD-VOUCHER-IN-MONTH.

      *-------------------------------------------------------------
      * A voucher counts once however many shares it was split
      * into, and only if some share of it landed on the page.
      *-------------------------------------------------------------
       SPREAD-VOUCHER-IN-MONTH.
           MOVE "N" TO VOUCHER-WAS-SPREAD.
           MOVE "N" TO CCA-FOUND.
           IF NOT VOUCHER-NOT-ALLOCATED
               PERFORM READ-CCA-RECORD.
           IF CCA-FOUND = "Y"
               PERFORM SPREAD-ALLOCATED-VOUCHER
           ELSE
               MOVE VOUCHER-EXPENSE-CATEGORY TO SPREAD-CATEGORY
               MOVE VOUCHER-AMOUNT TO SPREAD-AMOUNT
               PERFORM SPREAD-ONE-SHARE.
           IF VOUCHER-WAS-SPREAD = "Y"
               ADD 1 TO VOUCHERS-SPREAD.

       READ-CCA-RECORD.
           MOVE VOUCHER-CCA-CODE TO CCA-CODE.
           MOVE "Y" TO CCA-FOUND.
           READ COST-ALLOCATION-FILE RECORD
               INVALID KEY
                   MOVE "N" TO CCA-FOUND.

       SPREAD-ALLOCATED-VOUCHER.
           MOVE VOUCHER-AMOUNT TO CCA-SPLIT-TOTAL.
           PERFORM COMPUTE-CCA-SPLIT.
           MOVE 1 TO CCA-SUB.
           PERFORM SPREAD-ONE-CCA-SHARE
               UNTIL CCA-SUB > CCA-LINE-COUNT.

       SPREAD-ONE-CCA-SHARE.
           IF CCA-EXPENSE-CATEGORY (CCA-SUB) = SPACES
               MOVE VOUCHER-EXPENSE-CATEGORY TO SPREAD-CATEGORY
           ELSE
               MOVE CCA-EXPENSE-CATEGORY (CCA-SUB) TO SPREAD-CATEGORY.
           MOVE CCA-SPLIT-AMOUNT (CCA-SUB) TO SPREAD-AMOUNT.
           PERFORM SPREAD-ONE-SHARE.
           ADD 1 TO CCA-SUB.

       SPREAD-ONE-SHARE.
           IF SPREAD-CATEGORY NOT = SPACES
               PERFORM ADD-TO-THE-SPREAD
               IF CATEGORY-HIT = "Y"
                   MOVE "Y" TO VOUCHER-WAS-SPREAD.

       FIND-THE-MONTH-COLUMN.
           MOVE 1 TO ROW-SUB.
           IF CATEGORY-HIT = "N"
               PERFORM ADD-CATEGORY-ROW.
           IF CATEGORY-HIT = "Y"
               ADD SPREAD-AMOUNT
                   TO ROW-MONTH-AMOUNT (ROW-SUB, MONTH-SUB)
               ADD SPREAD-AMOUNT TO COLUMN-TOTAL (MONTH-SUB).

       FIND-CATEGORY-ROW.
           IF ROW-CATEGORY (ROW-SUB) = SPREAD-CATEGORY
               MOVE "Y" TO CATEGORY-HIT
           ELSE
               ADD 1 TO ROW-SUB.
       ADD-CATEGORY-ROW.
           IF CATEGORY-ROW-COUNT = CATEGORY-ROW-LIMIT
               DISPLAY "** CATEGORY TABLE FULL - "
                   SPREAD-CATEGORY " NOT SPREAD **"
           ELSE
               ADD 1 TO CATEGORY-ROW-COUNT
               MOVE CATEGORY-ROW-COUNT TO ROW-SUB
               MOVE SPREAD-CATEGORY TO ROW-CATEGORY (ROW-SUB)
               MOVE "Y" TO CATEGORY-HIT.

      *****************************************************
      *   PREPAID SCHEDULES
      *****************************************************
      *-------------------------------------------------------------
      * Each of the twelve months takes whatever slice of the
      * schedule falls in it. A cancelled schedule went with
      * its voided voucher and is not spread.
      *-------------------------------------------------------------
       READ-NEXT-PREPAID.
           READ PREPAID-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PREPAID-FILE-AT-END.

       SPREAD-ALL-PREPAIDS.
           IF PPD-EXPENSE-CATEGORY NOT = SPACES
               AND NOT PPD-IS-CANCELLED
               PERFORM SPREAD-ONE-PREPAID.
           PERFORM READ-NEXT-PREPAID.

       SPREAD-ONE-PREPAID.
           MOVE PPD-EXPENSE-CATEGORY TO SPREAD-CATEGORY.
           MOVE "N" TO CATEGORY-HIT.
           MOVE 1 TO MONTH-SUB.
           PERFORM SPREAD-ONE-PREPAID-MONTH
               UNTIL MONTH-SUB > 12.
           IF CATEGORY-HIT = "Y"
               ADD 1 TO SCHEDULES-SPREAD.

       SPREAD-ONE-PREPAID-MONTH.
           MOVE MONTH-KEY (MONTH-SUB) TO AMORT-THROUGH-PERIOD.
           PERFORM COMPUTE-AMORTIZED-SLICE.
           IF AMORT-PERIOD-SLICE NOT = ZEROES
               MOVE AMORT-PERIOD-SLICE TO SPREAD-AMOUNT
               PERFORM ADD-TO-THE-SPREAD.
           ADD 1 TO MONTH-SUB.

      *****************************************************
      *   THE SPREAD PAGE
      *****************************************************
       WRITE-TO-PRINTER.
           WRITE PRINTER-RECORD.

           COPY "PLPPD01.CBL".

           COPY "PLCCA01.CBL".

           COPY "PLPRNT01.CBL".
