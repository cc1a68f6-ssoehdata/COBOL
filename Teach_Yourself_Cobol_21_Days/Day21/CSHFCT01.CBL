      * looking grimmer than reality without betting on
      * customers who never pay on time. Each week shows
      * outflow, inflow, and the net position run forward.
      * The forecast can also be run for one bank account off
      * the bank account master (or the operating account)
      * rather than for all the money together: every transfer
      * on the bank transfer file dated today or later is an
      * outflow of the account it leaves and an inflow of the
      * account it funds, in the week it is dated - so the
      * zero-balance disbursement account shows its funding
      * from FNDCAL01 landing ahead of the run it pays for.
      * The operator says whether that account carries the
      * voucher payments; the receipts are left out by keying a
      * conservatism percent of zero. Across all accounts
      * together the transfers net to nothing and are ignored.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "SLCUST01.CBL".

           COPY "SLBNK01.CBL".

           COPY "SLBXFR01.CBL".

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "FDCUST01.CBL".

           COPY "FDBNK01.CBL".

           COPY "FDBXFR01.CBL".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

           COPY "WSDATE01.CBL".

           COPY "WSCASE01.CBL".

       77  VOUCHER-FILE-AT-END         PIC X VALUE "N".
       77  RECUR-FILE-AT-END           PIC X VALUE "N".
       77  TRANSACTION-FILE-AT-END     PIC X VALUE "N".
       77  CUSTOMER-FOUND              PIC X.
       77  TRANSFER-FILE-AT-END        PIC X VALUE "N".
       77  BANK-FOUND                  PIC X.

       77  TODAY-CCYYMMDD              PIC 9(8).
       77  TODAY-DAY-NUMBER            PIC 9(7).
       77  PROJECTED-DUE               PIC 9(8).
       77  MONTHS-PROJECTED            PIC 99.

      *-------------------------------------------------------------
      * One account or all of them. FORECAST-BANK-CODE blank with
      * FORECAST-ONE-ACCOUNT on is the operating account.
      *-------------------------------------------------------------
       77  FORECAST-ONE-ACCOUNT        PIC X VALUE "N".
       77  FORECAST-BANK-CODE          PIC X(3) VALUE SPACE.
       77  FORECAST-BANK-NAME          PIC X(30) VALUE SPACE.
       77  ACCOUNT-PAYS-VOUCHERS       PIC X VALUE "Y".

       01  WEEKLY-OUTFLOW-TABLE.
           05 WEEKLY-OUTFLOW OCCURS 13 TIMES PIC S9(11)V99.

           05 FILLER                   PIC X(6) VALUE "  RUN ".
           05 PRINT-RUN-DATE           PIC 9(8).

       01  ACCOUNT-LINE.
           05 FILLER                   PIC X(19)
              VALUE "BANK ACCOUNT:      ".
           05 PRINT-BANK-CODE          PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-BANK-NAME          PIC X(30).

       01  BALANCE-LINE.
           05 FILLER                   PIC X(19)
              VALUE "STARTING BALANCE:  ".
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           COMPUTE TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(TODAY-CCYYMMDD).
           PERFORM GET-FORECAST-ACCOUNT.
           PERFORM GET-STARTING-BALANCE.
           PERFORM GET-FORECAST-WEEKS.
           MOVE "CSHFCT01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       GET-FORECAST-ACCOUNT.
           OPEN INPUT BANK-ACCOUNT-FILE.
           DISPLAY "FORECAST ONE BANK ACCOUNT (Y/N)?".
           DISPLAY "(N FORECASTS ALL ACCOUNTS TOGETHER)".
           ACCEPT FORECAST-ONE-ACCOUNT.
           INSPECT FORECAST-ONE-ACCOUNT
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           IF FORECAST-ONE-ACCOUNT = "Y"
               PERFORM GET-FORECAST-BANK-CODE
               PERFORM ASK-ACCOUNT-PAYS-VOUCHERS
           ELSE
               MOVE "N" TO FORECAST-ONE-ACCOUNT.
           CLOSE BANK-ACCOUNT-FILE.

       GET-FORECAST-BANK-CODE.
           PERFORM ACCEPT-FORECAST-BANK-CODE.
           PERFORM RE-ACCEPT-FORECAST-BANK-CODE
               UNTIL BANK-FOUND = "Y".

       ACCEPT-FORECAST-BANK-CODE.
           DISPLAY "ENTER THE BANK ACCOUNT CODE".
           DISPLAY "(BLANK FOR THE OPERATING ACCOUNT)".
           MOVE SPACE TO FORECAST-BANK-CODE.
           ACCEPT FORECAST-BANK-CODE.
           INSPECT FORECAST-BANK-CODE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           MOVE "Y" TO BANK-FOUND.
           IF FORECAST-BANK-CODE = SPACES
               MOVE "OPERATING ACCOUNT" TO FORECAST-BANK-NAME
           ELSE
               PERFORM READ-FORECAST-BANK-ACCOUNT.

       READ-FORECAST-BANK-ACCOUNT.
           MOVE FORECAST-BANK-CODE TO BANK-ACCOUNT-CODE.
           READ BANK-ACCOUNT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO BANK-FOUND.
           IF BANK-FOUND = "Y"
               MOVE BANK-ACCOUNT-NAME TO FORECAST-BANK-NAME.

       RE-ACCEPT-FORECAST-BANK-CODE.
           DISPLAY "BANK ACCOUNT NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-FORECAST-BANK-CODE.

       ASK-ACCOUNT-PAYS-VOUCHERS.
           DISPLAY "DO THE VOUCHER PAYMENTS AND RECURRING BILLS".
           DISPLAY "COME OUT OF THIS ACCOUNT (Y/N)?".
           ACCEPT ACCOUNT-PAYS-VOUCHERS.
           INSPECT ACCOUNT-PAYS-VOUCHERS
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           IF ACCOUNT-PAYS-VOUCHERS NOT = "Y"
               MOVE "N" TO ACCOUNT-PAYS-VOUCHERS.

       GET-STARTING-BALANCE.
           DISPLAY "ENTER THE STARTING BANK BALANCE".
           ACCEPT STARTING-BALANCE.

       MAIN-PROCESS.
           PERFORM CLEAR-THE-WEEK-BUCKETS.
           IF ACCOUNT-PAYS-VOUCHERS = "Y"
               PERFORM BUCKET-THE-OPEN-VOUCHERS
               PERFORM BUCKET-THE-RECURRING-TEMPLATES.
           IF CONSERVATISM-PCT NOT = ZEROES
               PERFORM BUCKET-THE-EXPECTED-RECEIPTS.
           IF FORECAST-ONE-ACCOUNT = "Y"
               PERFORM BUCKET-THE-BANK-TRANSFERS.
           PERFORM PRINT-THE-FORECAST.

       CLEAR-THE-WEEK-BUCKETS.
               ADD EXPECTED-INFLOW TO WEEKLY-INFLOW (WEEK-SUB).
           ADD 1 TO OPEN-ITEM-SUB.

      *****************************************************
      *   TRANSFERS IN AND OUT OF THE ACCOUNT
      *****************************************************
      *-------------------------------------------------------------
      * A transfer dated before today has already moved and is
      * in the keyed starting balance; one past the horizon is
      * beyond this forecast.
      *-------------------------------------------------------------
       BUCKET-THE-BANK-TRANSFERS.
           OPEN INPUT BANK-TRANSFER-FILE.
           PERFORM READ-NEXT-TRANSFER.
           PERFORM BUCKET-ALL-TRANSFERS
               UNTIL TRANSFER-FILE-AT-END = "Y".
           CLOSE BANK-TRANSFER-FILE.

       READ-NEXT-TRANSFER.
           READ BANK-TRANSFER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TRANSFER-FILE-AT-END.

       BUCKET-ALL-TRANSFERS.
           IF BXFR-TRANSFER-DATE NOT < TODAY-CCYYMMDD
               PERFORM BUCKET-ONE-TRANSFER.
           PERFORM READ-NEXT-TRANSFER.

       BUCKET-ONE-TRANSFER.
           COMPUTE DUE-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(BXFR-TRANSFER-DATE).
           COMPUTE WEEKS-OUT =
               (DUE-DAY-NUMBER - TODAY-DAY-NUMBER) / 7 + 1.
           IF WEEKS-OUT NOT > FORECAST-WEEKS
               MOVE WEEKS-OUT TO WEEK-SUB
               PERFORM BUCKET-THE-TRANSFER-SIDE.

       BUCKET-THE-TRANSFER-SIDE.
           IF BXFR-TO-ACCOUNT = FORECAST-BANK-CODE
               ADD BXFR-AMOUNT TO WEEKLY-INFLOW (WEEK-SUB)
           ELSE
           IF BXFR-FROM-ACCOUNT = FORECAST-BANK-CODE
               ADD BXFR-AMOUNT TO WEEKLY-OUTFLOW (WEEK-SUB).

      *****************************************************
      *   THE FORECAST ITSELF
      *****************************************************
           MOVE TODAY-CCYYMMDD TO PRINT-RUN-DATE.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF FORECAST-ONE-ACCOUNT = "Y"
               MOVE FORECAST-BANK-CODE TO PRINT-BANK-CODE
               MOVE FORECAST-BANK-NAME TO PRINT-BANK-NAME
               MOVE ACCOUNT-LINE TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           MOVE STARTING-BALANCE TO PRINT-STARTING-BALANCE.
           MOVE BALANCE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
