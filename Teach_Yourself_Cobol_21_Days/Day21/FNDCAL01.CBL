      * Disbursement account funding requirement
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FNDCAL01.
      *-------------------------------------------------------------
      * Run before the payment runs, after BILSEL01 has made the
      * selections. The checks and ACH go out of a zero-balance
      * disbursement account that has to be funded from the
      * operating account before anything clears, and the
      * treasurer has been working the amount out from the
      * selection list and a calculator. This prices every
      * selected voucher exactly the way the run that will pay
      * it does, and totals what each bank account is about to
      * have drawn on it:
      *   CHKPRT01 - USD vouchers of vendors paid by check, net
      *     of early-payment discount and unreleased retainage,
      *     plus late interest, credits netted per vendor, no
      *     check for a vendor netting to zero or less, and the
      *     1042 treaty withholding off the check;
      *   ACHPAY01 - USD vouchers of ACH vendors with an
      *     approved prenote, net of retainage plus late
      *     interest (no discount; credit memos ride nothing);
      *   FXPAY01 - foreign-currency vouchers at today's rate
      *     off the rate table, less the treaty withholding.
      * The operator says which accounts the check and ACH runs
      * will draw on, answering the same prompt those runs
      * ask; the FX run always settles from the operating
      * account. Once the report is out, a funding transfer can
      * be recorded into each account with a draw - from which
      * account, how much (the draw unless told otherwise) and
      * the value date - onto the bank transfer file, and the
      * transfers are booked as one journal batch, debit the
      * receiving account's BANK-GL-CASH-ACCOUNT and credit the
      * sending account's, in GLAEXP01's export format to
      * BXFREXP under the next CONTROL-LAST-GL-BATCH, and on the
      * GL batch status file for GLACNF01 to confirm. A blank
      * (operating) code books to CONTROL-CASH-ACCOUNT. CSHFCT01
      * picks the transfers up when it forecasts an account.
      * Nothing here marks or changes a voucher.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLVOUCH.CBL".

           COPY "SLVND02.CBL".

           COPY "SLCONTRL.CBL".

           COPY "SLCTLLOG.CBL".

           COPY "SLBNK01.CBL".

           COPY "SLRATE01.CBL".

           COPY "SLLRT01.CBL".

           COPY "SLLIH01.CBL".

           COPY "SLGLACT01.CBL".

           COPY "SLGLBAT.CBL".

           COPY "SLBXFR01.CBL".

           SELECT GL-EXPORT-FILE
               ASSIGN TO "BXFREXP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDVOUCH.CBL".

           COPY "FDVND04.CBL".

           COPY "FDCONTRL.CBL".

           COPY "FDCTLLOG.CBL".

           COPY "FDBNK01.CBL".

           COPY "FDRATE01.CBL".

           COPY "FDLRT01.CBL".

           COPY "FDLIH01.CBL".

           COPY "FDGLACT01.CBL".

           COPY "FDGLBAT.CBL".

           COPY "FDBXFR01.CBL".

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

           COPY "WSDATE01.CBL".

           COPY "WSCASE01.CBL".

           COPY "WSLATE01.CBL".

       77  VOUCHER-FILE-AT-END         PIC X VALUE "N".
       77  VENDOR-FOUND                PIC X.
       77  BANK-FOUND                  PIC X.
       77  RATE-FOUND                  PIC X.
       77  RECORD-FOUND                PIC X.
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  CURRENT-TIME                PIC 9(8).
       77  OLD-CONTROL-VALUE           PIC 9(8).
       77  CURRENT-VENDOR              PIC 9(5).

       77  ENTERED-BANK-CODE           PIC X(3).
       77  CHECK-BANK-CODE             PIC X(3).
       77  ACH-BANK-CODE               PIC X(3).
       77  FX-BANK-CODE                PIC X(3) VALUE SPACE.

      *-------------------------------------------------------------
      * Pricing work fields - the same names and the same
      * arithmetic as CHKPRT01's.
      *-------------------------------------------------------------
       77  DISCOUNT-AMOUNT             PIC S9(7)V99.
       77  DISCOUNT-DEADLINE           PIC 9(8).
       77  EFFECTIVE-DISC-PCT          PIC 9V99.
       77  EFFECTIVE-DISC-DAYS         PIC 9(3).
       77  RETAINAGE-HELD              PIC S9(9)V99.
       77  PAY-AMOUNT                  PIC S9(9)V99.
       77  FX-USD-AMOUNT               PIC S9(9)V99.
       77  WITHHOLDING-BASE            PIC S9(11)V99.
       77  WITHHOLDING-AMOUNT          PIC S9(9)V99.

       77  VENDOR-CHECK-AMOUNT         PIC S9(11)V99.
       77  VENDOR-CHECK-DISCOUNT       PIC S9(9)V99.
       77  VENDOR-CHECK-INTEREST       PIC S9(9)V99.
       77  VENDOR-ACH-AMOUNT           PIC S9(11)V99.
       77  VENDOR-ACH-INTEREST         PIC S9(9)V99.
       77  VENDOR-FX-AMOUNT            PIC S9(11)V99.

       77  DISCOUNT-TOTAL              PIC S9(11)V99 VALUE ZERO.
       77  WITHHOLDING-TOTAL           PIC S9(11)V99 VALUE ZERO.
       77  INTEREST-TOTAL              PIC S9(11)V99 VALUE ZERO.
       77  GRAND-DRAW-TOTAL            PIC S9(11)V99 VALUE ZERO.
       77  HELD-VOUCHER-COUNT          PIC 9(5) VALUE ZERO.
       77  PRENOTE-VOUCHER-COUNT       PIC 9(5) VALUE ZERO.
       77  NO-RATE-VOUCHER-COUNT       PIC 9(5) VALUE ZERO.
       77  CREDITS-NOT-DRAWN           PIC 9(5) VALUE ZERO.
       77  NO-CHECK-VENDOR-COUNT       PIC 9(5) VALUE ZERO.

      *-------------------------------------------------------------
      * One entry per account the runs will draw on - at most
      * the check account, the ACH account and the operating
      * account FXPAY01 settles from - with the draw split by
      * stream: 1 checks, 2 ACH, 3 FX.
      *-------------------------------------------------------------
       77  DRAW-COUNT                  PIC 9 COMP VALUE ZERO.
       77  DRAW-SUB                    PIC 9 COMP.
       77  STREAM-SUB                  PIC 9 COMP.
       77  POST-BANK-CODE              PIC X(3).
       77  POST-AMOUNT                 PIC S9(11)V99.

       01  DRAW-TABLE.
           05 DRAW-ENTRY OCCURS 3 TIMES.
              10 DRAW-BANK-CODE        PIC X(3).
              10 DRAW-BANK-NAME        PIC X(30).
              10 DRAW-GL-CASH          PIC 9(6).
              10 DRAW-TOTAL            PIC S9(11)V99.
              10 DRAW-STREAM OCCURS 3 TIMES.
                 15 DRAW-STREAM-COUNT  PIC 9(5).
                 15 DRAW-STREAM-AMOUNT PIC S9(11)V99.

       01  STREAM-NAMES.
           05 FILLER                   PIC X(20)
              VALUE "CHECKS (CHKPRT01)".
           05 FILLER                   PIC X(20)
              VALUE "ACH (ACHPAY01)".
           05 FILLER                   PIC X(20)
              VALUE "FX WIRES (FXPAY01)".
       01  FILLER REDEFINES STREAM-NAMES.
           05 STREAM-NAME OCCURS 3 TIMES PIC X(20).

      *-------------------------------------------------------------
      * Transfers keyed this run, held until the batch number is
      * assigned so each record can carry it.
      *-------------------------------------------------------------
       77  OK-TO-TRANSFER              PIC X.
       77  FROM-ACCOUNT-OK             PIC X.
       77  FROM-BANK-CODE              PIC X(3).
       77  FROM-GL-CASH                PIC 9(6).
       77  ENTERED-AMOUNT              PIC S9(11)V99.
       77  TRANSFER-AMOUNT             PIC S9(11)V99.
       77  TRANSFER-DATE               PIC 9(8).
       77  DISPLAY-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
       77  TRANSFER-COUNT              PIC 9 COMP VALUE ZERO.
       77  TRANSFER-SUB                PIC 9 COMP.

       01  TRANSFER-TABLE.
           05 TRANSFER-ENTRY OCCURS 3 TIMES.
              10 XFR-FROM-CODE         PIC X(3).
              10 XFR-TO-CODE           PIC X(3).
              10 XFR-FROM-GL           PIC 9(6).
              10 XFR-TO-GL             PIC 9(6).
              10 XFR-AMOUNT            PIC S9(11)V99.
              10 XFR-DATE              PIC 9(8).

       77  GL-BATCH-NUMBER             PIC 9(6) VALUE ZERO.
       77  LINES-EXPORTED              PIC 9(5) VALUE ZERO.
       77  BATCH-DEBIT-TOTAL           PIC S9(11)V99 VALUE ZERO.

       01  TITLE-LINE.
           05 FILLER                   PIC X(40) VALUE
              "DISBURSEMENT FUNDING REQUIREMENT AS OF ".
           05 PRINT-RUN-DATE           PIC 9(8).

       01  COLUMN-LINE.
           05 FILLER                   PIC X(6) VALUE SPACE.
           05 FILLER                   PIC X(20) VALUE "DRAWN BY".
           05 FILLER                   PIC X(9) VALUE " PAYMENTS".
           05 FILLER                   PIC X(10) VALUE SPACE.
           05 FILLER                   PIC X(15)
              VALUE "         AMOUNT".

       01  ACCOUNT-LINE.
           05 PRINT-ACCOUNT-CODE       PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-ACCOUNT-NAME       PIC X(30).
           05 FILLER                   PIC X(10) VALUE " GL CASH ".
           05 PRINT-ACCOUNT-GL         PIC 9(6).

       01  STREAM-LINE.
           05 FILLER                   PIC X(6) VALUE SPACE.
           05 PRINT-STREAM-NAME        PIC X(20).
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 PRINT-STREAM-COUNT       PIC ZZZZ9.
           05 FILLER                   PIC X(10) VALUE SPACE.
           05 PRINT-STREAM-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.

       01  TOTAL-LINE.
           05 FILLER                   PIC X(6) VALUE SPACE.
           05 PRINT-TOTAL-LABEL        PIC X(39).
           05 PRINT-TOTAL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.

       01  COUNT-LINE.
           05 FILLER                   PIC X(6) VALUE SPACE.
           05 PRINT-COUNT-LABEL        PIC X(44).
           05 PRINT-COUNT              PIC ZZZZ9.

       01  TRANSFER-TITLE-LINE.
           05 FILLER                   PIC X(38) VALUE
              "FUNDING TRANSFERS RECORDED - GL BATCH ".
           05 PRINT-BATCH-NUMBER       PIC 9(6).

       01  TRANSFER-LINE.
           05 FILLER                   PIC X(6) VALUE " FROM ".
           05 PRINT-XFR-FROM           PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-XFR-FROM-GL        PIC 9(6).
           05 FILLER                   PIC X(4) VALUE " TO ".
           05 PRINT-XFR-TO             PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-XFR-TO-GL          PIC 9(6).
           05 FILLER                   PIC X(7) VALUE " DATED ".
           05 PRINT-XFR-DATE           PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-XFR-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN EXTEND CONTROL-LOG-FILE.
           OPEN INPUT BANK-ACCOUNT-FILE.
           OPEN INPUT RATE-FILE.
           OPEN INPUT LATE-RATE-FILE.
           OPEN INPUT LATE-INTEREST-FILE.
           OPEN INPUT GLACCOUNT-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL-RECORD.
           PERFORM GET-RUN-BANK-ACCOUNTS.
           MOVE "FNDCAL01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       READ-CONTROL-RECORD.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-APPROVAL-THRESHOLD
                   MOVE ZEROES TO CONTROL-CASH-ACCOUNT.
           IF CONTROL-CASH-ACCOUNT NOT NUMERIC
               MOVE ZEROES TO CONTROL-CASH-ACCOUNT.

       GET-RUN-BANK-ACCOUNTS.
           DISPLAY "WHICH ACCOUNT WILL THE CHECK RUN DRAW ON?".
           PERFORM GET-ONE-BANK-ACCOUNT.
           MOVE ENTERED-BANK-CODE TO CHECK-BANK-CODE.
           DISPLAY "WHICH ACCOUNT WILL THE ACH RUN DRAW ON?".
           PERFORM GET-ONE-BANK-ACCOUNT.
           MOVE ENTERED-BANK-CODE TO ACH-BANK-CODE.

       GET-ONE-BANK-ACCOUNT.
           PERFORM ACCEPT-BANK-ACCOUNT.
           PERFORM RE-ACCEPT-BANK-ACCOUNT
               UNTIL BANK-FOUND = "Y" OR ENTERED-BANK-CODE = SPACES.

       ACCEPT-BANK-ACCOUNT.
           DISPLAY "ENTER THE BANK ACCOUNT CODE".
           DISPLAY "(BLANK FOR THE OPERATING ACCOUNT)".
           MOVE SPACE TO ENTERED-BANK-CODE.
           ACCEPT ENTERED-BANK-CODE.
           INSPECT ENTERED-BANK-CODE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           MOVE "N" TO BANK-FOUND.
           IF ENTERED-BANK-CODE NOT = SPACES
               MOVE ENTERED-BANK-CODE TO BANK-ACCOUNT-CODE
               MOVE "Y" TO BANK-FOUND
               READ BANK-ACCOUNT-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO BANK-FOUND.

       RE-ACCEPT-BANK-ACCOUNT.
           DISPLAY "BANK ACCOUNT NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-BANK-ACCOUNT.

       CLOSING-PROCEDURE.
           CLOSE VOUCHER-FILE.
           CLOSE VENDOR-FILE.
           CLOSE CONTROL-FILE.
           CLOSE CONTROL-LOG-FILE.
           CLOSE BANK-ACCOUNT-FILE.
           CLOSE RATE-FILE.
           CLOSE LATE-RATE-FILE.
           CLOSE LATE-INTEREST-FILE.
           CLOSE GLACCOUNT-FILE.
           CLOSE PRINTER-FILE.
           MOVE GRAND-DRAW-TOTAL TO DISPLAY-AMOUNT.
           DISPLAY "TOTAL DRAW FOR THE RUNS: " DISPLAY-AMOUNT.
           DISPLAY TRANSFER-COUNT " FUNDING TRANSFER(S) RECORDED".

       MAIN-PROCESS.
           PERFORM BUILD-THE-DRAW-TABLE.
           PERFORM PRICE-THE-SELECTED-VOUCHERS.
           PERFORM PRINT-THE-REQUIREMENT.
           PERFORM RECORD-THE-TRANSFERS.
           IF TRANSFER-COUNT NOT = ZERO
               PERFORM BOOK-THE-TRANSFERS.

      *****************************************************
      *   THE ACCOUNTS DRAWN ON
      *****************************************************
       BUILD-THE-DRAW-TABLE.
           MOVE CHECK-BANK-CODE TO POST-BANK-CODE.
           PERFORM ADD-DRAW-ACCOUNT.
           MOVE ACH-BANK-CODE TO POST-BANK-CODE.
           PERFORM ADD-DRAW-ACCOUNT.
           MOVE FX-BANK-CODE TO POST-BANK-CODE.
           PERFORM ADD-DRAW-ACCOUNT.

       ADD-DRAW-ACCOUNT.
           PERFORM FIND-DRAW-ACCOUNT.
           IF DRAW-SUB > DRAW-COUNT
               ADD 1 TO DRAW-COUNT
               MOVE DRAW-COUNT TO DRAW-SUB
               MOVE SPACE TO DRAW-ENTRY (DRAW-SUB)
               MOVE 1 TO STREAM-SUB
               PERFORM CLEAR-ONE-DRAW-STREAM
                   UNTIL STREAM-SUB > 3
               MOVE ZEROES TO DRAW-TOTAL (DRAW-SUB)
               MOVE POST-BANK-CODE TO DRAW-BANK-CODE (DRAW-SUB)
               PERFORM NAME-THE-DRAW-ACCOUNT.

       CLEAR-ONE-DRAW-STREAM.
           MOVE ZEROES TO DRAW-STREAM-COUNT (DRAW-SUB, STREAM-SUB).
           MOVE ZEROES TO DRAW-STREAM-AMOUNT (DRAW-SUB, STREAM-SUB).
           ADD 1 TO STREAM-SUB.

       NAME-THE-DRAW-ACCOUNT.
           IF POST-BANK-CODE = SPACES
               MOVE "OPERATING ACCOUNT" TO DRAW-BANK-NAME (DRAW-SUB)
               MOVE CONTROL-CASH-ACCOUNT TO DRAW-GL-CASH (DRAW-SUB)
           ELSE
               PERFORM READ-DRAW-ACCOUNT
               MOVE BANK-ACCOUNT-NAME TO DRAW-BANK-NAME (DRAW-SUB)
               MOVE BANK-GL-CASH-ACCOUNT TO DRAW-GL-CASH (DRAW-SUB).

       READ-DRAW-ACCOUNT.
           MOVE POST-BANK-CODE TO BANK-ACCOUNT-CODE.
           READ BANK-ACCOUNT-FILE RECORD
               INVALID KEY
                   MOVE SPACE TO BANK-ACCOUNT-NAME
                   MOVE ZEROES TO BANK-GL-CASH-ACCOUNT.

       FIND-DRAW-ACCOUNT.
           MOVE 1 TO DRAW-SUB.
           PERFORM NEXT-DRAW-ACCOUNT
               UNTIL DRAW-SUB > DRAW-COUNT
                   OR DRAW-BANK-CODE (DRAW-SUB) = POST-BANK-CODE.

       NEXT-DRAW-ACCOUNT.
           ADD 1 TO DRAW-SUB.

       POST-THE-DRAW.
           PERFORM FIND-DRAW-ACCOUNT.
           ADD 1 TO DRAW-STREAM-COUNT (DRAW-SUB, STREAM-SUB).
           ADD POST-AMOUNT TO DRAW-STREAM-AMOUNT (DRAW-SUB, STREAM-SUB).
           ADD POST-AMOUNT TO DRAW-TOTAL (DRAW-SUB).
           ADD POST-AMOUNT TO GRAND-DRAW-TOTAL.

      *****************************************************
      *   PRICING THE SELECTIONS, VENDOR BY VENDOR
      *****************************************************
      *-------------------------------------------------------------
      * The VOUCHER-VENDOR key hands over each vendor whole, so
      * a check vendor's credits net and the withholding comes
      * off the vendor's total, just as the runs do it.
      *-------------------------------------------------------------
       PRICE-THE-SELECTED-VOUCHERS.
           MOVE ZEROES TO VOUCHER-VENDOR.
           START VOUCHER-FILE KEY NOT < VOUCHER-VENDOR
               INVALID KEY
                   MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VOUCHER.
           PERFORM PRICE-ONE-VENDOR
               UNTIL VOUCHER-FILE-AT-END = "Y".

       READ-NEXT-VOUCHER.
           READ VOUCHER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO VOUCHER-FILE-AT-END.

       PRICE-ONE-VENDOR.
           MOVE VOUCHER-VENDOR TO CURRENT-VENDOR.
           PERFORM LOOKUP-VENDOR.
           MOVE ZEROES TO VENDOR-CHECK-AMOUNT.
           MOVE ZEROES TO VENDOR-CHECK-DISCOUNT.
           MOVE ZEROES TO VENDOR-CHECK-INTEREST.
           MOVE ZEROES TO VENDOR-ACH-AMOUNT.
           MOVE ZEROES TO VENDOR-ACH-INTEREST.
           MOVE ZEROES TO VENDOR-FX-AMOUNT.
           PERFORM PRICE-ONE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y"
                   OR VOUCHER-VENDOR NOT = CURRENT-VENDOR.
           PERFORM SETTLE-THE-VENDOR.

       LOOKUP-VENDOR.
           MOVE CURRENT-VENDOR TO VENDOR-NUMBER.
           MOVE "Y" TO VENDOR-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO VENDOR-FOUND
                   MOVE SPACE TO VENDOR-RECORD
                   MOVE ZEROES TO VENDOR-DISCOUNT-PERCENT
                   MOVE ZEROES TO VENDOR-DISCOUNT-DAYS.

       PRICE-ONE-VOUCHER.
           IF VOUCHER-SELECTED = "Y"
               AND VOUCHER-PAID-DATE = ZEROES
               AND (  VOUCHER-AMOUNT < CONTROL-APPROVAL-THRESHOLD
                   OR VOUCHER-IS-APPROVED)
               PERFORM ROUTE-ONE-VOUCHER.
           PERFORM READ-NEXT-VOUCHER.

       ROUTE-ONE-VOUCHER.
           IF VOUCHER-CURRENCY-CODE NOT = "USD"
               AND VOUCHER-CURRENCY-CODE NOT = SPACES
               PERFORM PRICE-FX-VOUCHER
           ELSE
           IF VENDOR-FOUND = "Y" AND VENDOR-PAYS-BY-ACH
               PERFORM PRICE-ACH-VOUCHER
           ELSE
               PERFORM PRICE-CHECK-VOUCHER.

      *-------------------------------------------------------------
      * A held or inactive vendor is a hard stop in CHKPRT01, so
      * nothing of theirs is drawn - the vouchers are counted.
      *-------------------------------------------------------------
       PRICE-CHECK-VOUCHER.
           IF VENDOR-FOUND = "Y" AND NOT VENDOR-IS-ACTIVE
               ADD 1 TO HELD-VOUCHER-COUNT
           ELSE
               PERFORM COMPUTE-EARLY-PAY-DISCOUNT
               PERFORM COMPUTE-RETAINAGE-HELD
               COMPUTE PAY-AMOUNT =
                   VOUCHER-AMOUNT - DISCOUNT-AMOUNT - RETAINAGE-HELD
               PERFORM PRICE-LATE-PAYMENT-INTEREST
               ADD PAY-AMOUNT LATE-INTEREST TO VENDOR-CHECK-AMOUNT
               ADD DISCOUNT-AMOUNT TO VENDOR-CHECK-DISCOUNT
               ADD LATE-INTEREST TO VENDOR-CHECK-INTEREST.

       PRICE-ACH-VOUCHER.
           IF VENDOR-PENDING-NEW OR NOT VENDOR-IS-ACTIVE
               ADD 1 TO HELD-VOUCHER-COUNT
           ELSE
           IF NOT VENDOR-PRENOTE-APPROVED
               ADD 1 TO PRENOTE-VOUCHER-COUNT
           ELSE
           IF VOUCHER-AMOUNT NOT > ZERO
               ADD 1 TO CREDITS-NOT-DRAWN
           ELSE
               PERFORM COMPUTE-RETAINAGE-HELD
               COMPUTE PAY-AMOUNT = VOUCHER-AMOUNT - RETAINAGE-HELD
               PERFORM PRICE-LATE-PAYMENT-INTEREST
               ADD PAY-AMOUNT LATE-INTEREST TO VENDOR-ACH-AMOUNT
               ADD LATE-INTEREST TO VENDOR-ACH-INTEREST.

       PRICE-FX-VOUCHER.
           IF VENDOR-FOUND = "N"
               OR NOT VENDOR-IS-ACTIVE
               OR VENDOR-PENDING-NEW
               ADD 1 TO HELD-VOUCHER-COUNT
           ELSE
           IF VOUCHER-AMOUNT NOT > ZERO
               ADD 1 TO CREDITS-NOT-DRAWN
           ELSE
               PERFORM LOOK-UP-SETTLEMENT-RATE
               PERFORM PRICE-AT-SETTLEMENT-RATE.

       LOOK-UP-SETTLEMENT-RATE.
           MOVE VOUCHER-CURRENCY-CODE TO RATE-CURRENCY-CODE.
           MOVE "Y" TO RATE-FOUND.
           READ RATE-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RATE-FOUND.

       PRICE-AT-SETTLEMENT-RATE.
           IF RATE-FOUND = "N"
               ADD 1 TO NO-RATE-VOUCHER-COUNT
           ELSE
               COMPUTE FX-USD-AMOUNT ROUNDED =
                   VOUCHER-FOREIGN-AMOUNT * RATE-EXCHANGE-RATE
               ADD FX-USD-AMOUNT TO VENDOR-FX-AMOUNT.

       COMPUTE-RETAINAGE-HELD.
           IF VOUCHER-RETAINED-AMOUNT NOT = ZEROES
               AND NOT VOUCHER-RETAINAGE-RELEASED
               MOVE VOUCHER-RETAINED-AMOUNT TO RETAINAGE-HELD
           ELSE
               MOVE ZEROES TO RETAINAGE-HELD.

       COMPUTE-EARLY-PAY-DISCOUNT.
           PERFORM RESOLVE-DISCOUNT-TERMS.
           MOVE ZEROES TO DISCOUNT-AMOUNT.
           IF VENDOR-FOUND = "Y"
               AND EFFECTIVE-DISC-PCT NOT = ZEROES
               AND NOT VOUCHER-IS-CREDIT-MEMO
               AND VOUCHER-AMOUNT > ZERO
               PERFORM CHECK-DISCOUNT-DEADLINE.

       RESOLVE-DISCOUNT-TERMS.
           IF VOUCHER-DISC-PCT-OVR NOT = ZEROES
               MOVE VOUCHER-DISC-PCT-OVR TO EFFECTIVE-DISC-PCT
               MOVE VOUCHER-DISC-DAYS-OVR TO EFFECTIVE-DISC-DAYS
           ELSE
               MOVE VENDOR-DISCOUNT-PERCENT TO EFFECTIVE-DISC-PCT
               MOVE VENDOR-DISCOUNT-DAYS TO EFFECTIVE-DISC-DAYS.

       CHECK-DISCOUNT-DEADLINE.
           COMPUTE DISCOUNT-DEADLINE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(VOUCHER-DATE) +
                       EFFECTIVE-DISC-DAYS).
           IF TODAY-CCYYMMDD NOT > DISCOUNT-DEADLINE
               COMPUTE DISCOUNT-AMOUNT ROUNDED =
                   VOUCHER-AMOUNT * EFFECTIVE-DISC-PCT / 100.

      *-------------------------------------------------------------
      * Priced as if paid today - the runs follow this report
      * the same day.
      *-------------------------------------------------------------
       PRICE-LATE-PAYMENT-INTEREST.
           MOVE VOUCHER-NUMBER TO LATE-LOOKUP-VOUCHER.
           MOVE VENDOR-LATE-INT-CODE TO LATE-LOOKUP-CODE.
           MOVE VOUCHER-DUE TO LATE-LOOKUP-DUE.
           MOVE TODAY-CCYYMMDD TO LATE-LOOKUP-PAID.
           MOVE PAY-AMOUNT TO LATE-LOOKUP-BASE.
           PERFORM COMPUTE-LATE-INTEREST.

      *-------------------------------------------------------------
      * A check vendor netting to zero or less gets no check, so
      * none of their discount or interest is real either.
      *-------------------------------------------------------------
       SETTLE-THE-VENDOR.
           IF VENDOR-CHECK-AMOUNT > ZERO
               PERFORM SETTLE-THE-CHECK
           ELSE
           IF VENDOR-CHECK-AMOUNT < ZERO
               ADD 1 TO NO-CHECK-VENDOR-COUNT.
           IF VENDOR-ACH-AMOUNT > ZERO
               MOVE 2 TO STREAM-SUB
               MOVE ACH-BANK-CODE TO POST-BANK-CODE
               MOVE VENDOR-ACH-AMOUNT TO POST-AMOUNT
               PERFORM POST-THE-DRAW
               ADD VENDOR-ACH-INTEREST TO INTEREST-TOTAL.
           IF VENDOR-FX-AMOUNT > ZERO
               PERFORM SETTLE-THE-FX.

       SETTLE-THE-CHECK.
           MOVE VENDOR-CHECK-AMOUNT TO WITHHOLDING-BASE.
           PERFORM COMPUTE-1042-WITHHOLDING.
           MOVE 1 TO STREAM-SUB.
           MOVE CHECK-BANK-CODE TO POST-BANK-CODE.
           COMPUTE POST-AMOUNT =
               VENDOR-CHECK-AMOUNT - WITHHOLDING-AMOUNT.
           PERFORM POST-THE-DRAW.
           ADD VENDOR-CHECK-DISCOUNT TO DISCOUNT-TOTAL.
           ADD VENDOR-CHECK-INTEREST TO INTEREST-TOTAL.

       SETTLE-THE-FX.
           MOVE VENDOR-FX-AMOUNT TO WITHHOLDING-BASE.
           PERFORM COMPUTE-1042-WITHHOLDING.
           MOVE 3 TO STREAM-SUB.
           MOVE FX-BANK-CODE TO POST-BANK-CODE.
           COMPUTE POST-AMOUNT =
               VENDOR-FX-AMOUNT - WITHHOLDING-AMOUNT.
           PERFORM POST-THE-DRAW.

      *-------------------------------------------------------------
      * The treaty slice stays in the bank until it is remitted
      * to the IRS, so it is not part of this draw.
      *-------------------------------------------------------------
       COMPUTE-1042-WITHHOLDING.
           MOVE ZEROES TO WITHHOLDING-AMOUNT.
           IF VENDOR-FOUND = "Y"
               AND VENDOR-IS-FOREIGN-PAYEE
               AND VENDOR-TREATY-RATE NOT = ZEROES
               COMPUTE WITHHOLDING-AMOUNT ROUNDED =
                   WITHHOLDING-BASE * VENDOR-TREATY-RATE / 100
               ADD WITHHOLDING-AMOUNT TO WITHHOLDING-TOTAL.

      *****************************************************
      *   THE REQUIREMENT REPORT
      *****************************************************
       PRINT-THE-REQUIREMENT.
           MOVE TODAY-CCYYMMDD TO PRINT-RUN-DATE.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE 1 TO DRAW-SUB.
           PERFORM PRINT-ONE-ACCOUNT
               UNTIL DRAW-SUB > DRAW-COUNT.
           PERFORM PRINT-THE-FOOTINGS.

       PRINT-ONE-ACCOUNT.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE DRAW-BANK-CODE (DRAW-SUB) TO PRINT-ACCOUNT-CODE.
           MOVE DRAW-BANK-NAME (DRAW-SUB) TO PRINT-ACCOUNT-NAME.
           MOVE DRAW-GL-CASH (DRAW-SUB) TO PRINT-ACCOUNT-GL.
           MOVE ACCOUNT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE 1 TO STREAM-SUB.
           PERFORM PRINT-ONE-STREAM
               UNTIL STREAM-SUB > 3.
           MOVE "FUNDING REQUIRED" TO PRINT-TOTAL-LABEL.
           MOVE DRAW-TOTAL (DRAW-SUB) TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD 1 TO DRAW-SUB.

       PRINT-ONE-STREAM.
           IF DRAW-STREAM-COUNT (DRAW-SUB, STREAM-SUB) NOT = ZEROES
               MOVE STREAM-NAME (STREAM-SUB) TO PRINT-STREAM-NAME
               MOVE DRAW-STREAM-COUNT (DRAW-SUB, STREAM-SUB)
                   TO PRINT-STREAM-COUNT
               MOVE DRAW-STREAM-AMOUNT (DRAW-SUB, STREAM-SUB)
                   TO PRINT-STREAM-AMOUNT
               MOVE STREAM-LINE TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           ADD 1 TO STREAM-SUB.

       PRINT-THE-FOOTINGS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "TOTAL DRAWN BY THE RUNS" TO PRINT-TOTAL-LABEL.
           MOVE GRAND-DRAW-TOTAL TO PRINT-TOTAL-AMOUNT.
           PERFORM PRINT-A-TOTAL-LINE.
           MOVE "  AFTER DISCOUNTS TAKEN OF" TO PRINT-TOTAL-LABEL.
           MOVE DISCOUNT-TOTAL TO PRINT-TOTAL-AMOUNT.
           PERFORM PRINT-A-TOTAL-LINE.
           MOVE "  AFTER 1042 WITHHOLDING OF" TO PRINT-TOTAL-LABEL.
           MOVE WITHHOLDING-TOTAL TO PRINT-TOTAL-AMOUNT.
           PERFORM PRINT-A-TOTAL-LINE.
           MOVE "  INCLUDING LATE INTEREST OF" TO PRINT-TOTAL-LABEL.
           MOVE INTEREST-TOTAL TO PRINT-TOTAL-AMOUNT.
           PERFORM PRINT-A-TOTAL-LINE.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "SELECTED BUT NOT DRAWN - VENDOR ON HOLD"
               TO PRINT-COUNT-LABEL.
           MOVE HELD-VOUCHER-COUNT TO PRINT-COUNT.
           PERFORM PRINT-A-COUNT-LINE.
           MOVE "SELECTED BUT NOT DRAWN - ACH PRENOTE PENDING"
               TO PRINT-COUNT-LABEL.
           MOVE PRENOTE-VOUCHER-COUNT TO PRINT-COUNT.
           PERFORM PRINT-A-COUNT-LINE.
           MOVE "SELECTED BUT NOT DRAWN - NO EXCHANGE RATE"
               TO PRINT-COUNT-LABEL.
           MOVE NO-RATE-VOUCHER-COUNT TO PRINT-COUNT.
           PERFORM PRINT-A-COUNT-LINE.
           MOVE "CREDIT MEMOS NO ACH OR FX ENTRY CAN CARRY"
               TO PRINT-COUNT-LABEL.
           MOVE CREDITS-NOT-DRAWN TO PRINT-COUNT.
           PERFORM PRINT-A-COUNT-LINE.
           MOVE "CHECK VENDORS NETTING BELOW ZERO - NO CHECK"
               TO PRINT-COUNT-LABEL.
           MOVE NO-CHECK-VENDOR-COUNT TO PRINT-COUNT.
           PERFORM PRINT-A-COUNT-LINE.

       PRINT-A-TOTAL-LINE.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-A-COUNT-LINE.
           MOVE COUNT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *****************************************************
      *   RECORDING THE FUNDING TRANSFERS
      *****************************************************
       RECORD-THE-TRANSFERS.
           MOVE 1 TO DRAW-SUB.
           PERFORM OFFER-ONE-TRANSFER
               UNTIL DRAW-SUB > DRAW-COUNT.

       OFFER-ONE-TRANSFER.
           IF DRAW-TOTAL (DRAW-SUB) > ZERO
               PERFORM ASK-FOR-TRANSFER.
           ADD 1 TO DRAW-SUB.

       ASK-FOR-TRANSFER.
           MOVE DRAW-TOTAL (DRAW-SUB) TO DISPLAY-AMOUNT.
           DISPLAY "ACCOUNT " DRAW-BANK-CODE (DRAW-SUB) " "
               DRAW-BANK-NAME (DRAW-SUB).
           DISPLAY "WILL HAVE " DISPLAY-AMOUNT " DRAWN ON IT".
           DISPLAY "RECORD A FUNDING TRANSFER INTO IT (Y/N)?".
           ACCEPT OK-TO-TRANSFER.
           INSPECT OK-TO-TRANSFER
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           IF OK-TO-TRANSFER = "Y"
               PERFORM ENTER-THE-TRANSFER.

       ENTER-THE-TRANSFER.
           PERFORM GET-FROM-ACCOUNT.
           PERFORM GET-TRANSFER-AMOUNT.
           PERFORM GET-TRANSFER-DATE.
           IF FROM-GL-CASH = ZEROES
               OR DRAW-GL-CASH (DRAW-SUB) = ZEROES
               DISPLAY "*** ONE OF THE ACCOUNTS HAS NO GL CASH "
                   "ACCOUNT - SET IT UP IN BNKMNT01 ***"
               DISPLAY "*** TRANSFER NOT RECORDED ***"
           ELSE
               PERFORM TABLE-THE-TRANSFER.

       GET-FROM-ACCOUNT.
           PERFORM ACCEPT-FROM-ACCOUNT.
           PERFORM RE-ACCEPT-FROM-ACCOUNT
               UNTIL FROM-ACCOUNT-OK = "Y".

       ACCEPT-FROM-ACCOUNT.
           DISPLAY "ENTER THE BANK ACCOUNT CODE TO FUND IT FROM".
           DISPLAY "(BLANK FOR THE OPERATING ACCOUNT)".
           MOVE SPACE TO FROM-BANK-CODE.
           ACCEPT FROM-BANK-CODE.
           INSPECT FROM-BANK-CODE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           MOVE "Y" TO FROM-ACCOUNT-OK.
           IF FROM-BANK-CODE = DRAW-BANK-CODE (DRAW-SUB)
               MOVE "N" TO FROM-ACCOUNT-OK
           ELSE
           IF FROM-BANK-CODE = SPACES
               MOVE CONTROL-CASH-ACCOUNT TO FROM-GL-CASH
           ELSE
               PERFORM READ-FROM-ACCOUNT.

       READ-FROM-ACCOUNT.
           MOVE FROM-BANK-CODE TO BANK-ACCOUNT-CODE.
           READ BANK-ACCOUNT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO FROM-ACCOUNT-OK.
           IF FROM-ACCOUNT-OK = "Y"
               MOVE BANK-GL-CASH-ACCOUNT TO FROM-GL-CASH.

       RE-ACCEPT-FROM-ACCOUNT.
           DISPLAY "NOT ON FILE, OR THE ACCOUNT BEING FUNDED - "
               "PLEASE RE-ENTER".
           PERFORM ACCEPT-FROM-ACCOUNT.

       GET-TRANSFER-AMOUNT.
           DISPLAY "AMOUNT TO TRANSFER (0 FOR THE FULL "
               DISPLAY-AMOUNT ")".
           MOVE ZEROES TO ENTERED-AMOUNT.
           ACCEPT ENTERED-AMOUNT.
           IF ENTERED-AMOUNT > ZERO
               MOVE ENTERED-AMOUNT TO TRANSFER-AMOUNT
           ELSE
               MOVE DRAW-TOTAL (DRAW-SUB) TO TRANSFER-AMOUNT.

       GET-TRANSFER-DATE.
           MOVE "Y" TO ZERO-DATE-IS-OK.
           MOVE "TRANSFER VALUE DATE (MM/DD/CCYY, 0 FOR TODAY)"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           IF DATE-CCYYMMDD = ZEROES
               MOVE TODAY-CCYYMMDD TO TRANSFER-DATE
           ELSE
               MOVE DATE-CCYYMMDD TO TRANSFER-DATE.

       TABLE-THE-TRANSFER.
           ADD 1 TO TRANSFER-COUNT.
           MOVE TRANSFER-COUNT TO TRANSFER-SUB.
           MOVE FROM-BANK-CODE TO XFR-FROM-CODE (TRANSFER-SUB).
           MOVE DRAW-BANK-CODE (DRAW-SUB)
               TO XFR-TO-CODE (TRANSFER-SUB).
           MOVE FROM-GL-CASH TO XFR-FROM-GL (TRANSFER-SUB).
           MOVE DRAW-GL-CASH (DRAW-SUB) TO XFR-TO-GL (TRANSFER-SUB).
           MOVE TRANSFER-AMOUNT TO XFR-AMOUNT (TRANSFER-SUB).
           MOVE TRANSFER-DATE TO XFR-DATE (TRANSFER-SUB).

      *****************************************************
      *   BOOKING THEM - ONE GL BATCH
      *****************************************************
      *-------------------------------------------------------------
      * Each transfer is its own debit/credit pair, dated its
      * value date, so the batch balances line for line.
      *-------------------------------------------------------------
       BOOK-THE-TRANSFERS.
           PERFORM ASSIGN-GL-BATCH-NUMBER.
           OPEN OUTPUT GL-EXPORT-FILE.
           OPEN EXTEND BANK-TRANSFER-FILE.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE GL-BATCH-NUMBER TO PRINT-BATCH-NUMBER.
           MOVE TRANSFER-TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE 1 TO TRANSFER-SUB.
           PERFORM BOOK-ONE-TRANSFER
               UNTIL TRANSFER-SUB > TRANSFER-COUNT.
           CLOSE GL-EXPORT-FILE.
           CLOSE BANK-TRANSFER-FILE.
           PERFORM WRITE-BATCH-STATUS-RECORD.
           DISPLAY LINES-EXPORTED " JOURNAL LINE(S) EXPORTED TO "
               "BXFREXP - GL BATCH " GL-BATCH-NUMBER.

       BOOK-ONE-TRANSFER.
           MOVE "D" TO EXPORT-DEBIT-CREDIT.
           MOVE XFR-TO-GL (TRANSFER-SUB) TO GL-ACCOUNT-NUMBER.
           PERFORM WRITE-ONE-JOURNAL-LINE.
           MOVE "C" TO EXPORT-DEBIT-CREDIT.
           MOVE XFR-FROM-GL (TRANSFER-SUB) TO GL-ACCOUNT-NUMBER.
           PERFORM WRITE-ONE-JOURNAL-LINE.
           ADD XFR-AMOUNT (TRANSFER-SUB) TO BATCH-DEBIT-TOTAL.
           PERFORM WRITE-TRANSFER-RECORD.
           PERFORM PRINT-ONE-TRANSFER.
           ADD 1 TO TRANSFER-SUB.

       WRITE-ONE-JOURNAL-LINE.
           PERFORM READ-GLACCOUNT-RECORD.
           MOVE GL-ACCOUNT-NUMBER TO EXPORT-GL-ACCOUNT-NUMBER.
           MOVE GL-ACCOUNT-NAME TO EXPORT-GL-ACCOUNT-NAME.
           MOVE XFR-DATE (TRANSFER-SUB) TO EXPORT-GL-BATCH-DATE.
           MOVE XFR-AMOUNT (TRANSFER-SUB)
               TO EXPORT-GL-ACCOUNT-TOTAL.
           WRITE GL-EXPORT-RECORD.
           ADD 1 TO LINES-EXPORTED.

       READ-GLACCOUNT-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ GLACCOUNT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
                   MOVE SPACES TO GL-ACCOUNT-NAME.

       WRITE-TRANSFER-RECORD.
           MOVE XFR-DATE (TRANSFER-SUB) TO BXFR-TRANSFER-DATE.
           MOVE XFR-FROM-CODE (TRANSFER-SUB) TO BXFR-FROM-ACCOUNT.
           MOVE XFR-TO-CODE (TRANSFER-SUB) TO BXFR-TO-ACCOUNT.
           MOVE XFR-AMOUNT (TRANSFER-SUB) TO BXFR-AMOUNT.
           MOVE XFR-FROM-GL (TRANSFER-SUB) TO BXFR-FROM-GL-ACCOUNT.
           MOVE XFR-TO-GL (TRANSFER-SUB) TO BXFR-TO-GL-ACCOUNT.
           MOVE GL-BATCH-NUMBER TO BXFR-GL-BATCH.
           MOVE TODAY-CCYYMMDD TO BXFR-ENTERED-DATE.
           MOVE "DISBURSEMENT FUNDING" TO BXFR-PURPOSE.
           WRITE BANK-TRANSFER-RECORD.

       PRINT-ONE-TRANSFER.
           MOVE XFR-FROM-CODE (TRANSFER-SUB) TO PRINT-XFR-FROM.
           MOVE XFR-FROM-GL (TRANSFER-SUB) TO PRINT-XFR-FROM-GL.
           MOVE XFR-TO-CODE (TRANSFER-SUB) TO PRINT-XFR-TO.
           MOVE XFR-TO-GL (TRANSFER-SUB) TO PRINT-XFR-TO-GL.
           MOVE XFR-DATE (TRANSFER-SUB) TO PRINT-XFR-DATE.
           MOVE XFR-AMOUNT (TRANSFER-SUB) TO PRINT-XFR-AMOUNT.
           MOVE TRANSFER-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

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
           MOVE "FNDCAL01" TO CTLLOG-PROGRAM-ID.
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

       WRITE-TO-PRINTER.
           WRITE PRINTER-RECORD.

           COPY "PLDATE01.CBL".

           COPY "PLPRNT01.CBL".

           COPY "PLLATE01.CBL".
