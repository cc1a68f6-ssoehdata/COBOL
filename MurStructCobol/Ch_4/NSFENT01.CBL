      * Returned customer check (NSF) entry
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NSFENT01.
      *------------------------------------------
      * Undoes a customer check the bank has sent back unpaid.
      * The operator keys the receipt number the check was
      * journaled under (CASHRC01, LBXIMP01), checks the
      * receipt shown is the right one, and keys the day it
      * came back, the bank's reason and the returned-check fee
      * to bill. Every application line still standing on the
      * receipt is taken back off its invoice - ST-PAID-AMOUNT
      * put back where it was before the check and the item
      * reopened, a netted credit memo included - and the line
      * marked REVERSED. The fee goes to the customer as an
      * adjustment (reason NS) numbered NS + the receipt
      * number, unposted, for STXPST01 to post like any other.
      * The receipt is marked RETURNED and the return written
      * to the Returned Check File, where NSFREG01 lists the
      * month's returns and STXGLX01 journals the check back
      * into A/R and out of cash. Last, the customer goes on
      * credit HOLD with the check named as the reason and the
      * returned check counted on their record.
      * A check whose payer was never identified has nothing on
      * A/R to undo and no customer to hold or bill; the return
      * is still recorded so the cash comes out of the books.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLSTRX01.CBL".

           COPY "SLCUST01.CBL".

           COPY "SLCRJ01.CBL".

           COPY "SLCRA01.CBL".

           COPY "SLNSF01.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDSTRX01.CBL".

           COPY "FDCUST01.CBL".

           COPY "FDCRJ01.CBL".

           COPY "FDCRA01.CBL".

           COPY "FDNSF01.CBL".

       WORKING-STORAGE SECTION.
       77  RECORD-FOUND                PIC X.
       77  CUSTOMER-ON-FILE            PIC X.
       77  APPLICATION-EOF             PIC X.
       77  ENTERED-RECEIPT             PIC 9(6).
       77  OK-TO-RETURN                PIC X.
       77  RETURNED-DATE               PIC 9(8).
       77  RETURN-REASON               PIC X(20).
       77  FEE-AMOUNT                  PIC S9(5)V99.
       77  DOLLARS-REVERSED            PIC S9(7)V99.
       77  ITEMS-REOPENED              PIC 9(3).
       77  TODAY-DATE                  PIC 9(8).
       77  RETURNS-TAKEN               PIC 9(5) VALUE ZERO.
       77  DOLLARS-RETURNED            PIC S9(9)V99 VALUE ZERO.
       77  FEES-BILLED                 PIC S9(7)V99 VALUE ZERO.

       01  FEE-INVOICE-BUILD.
           05  FILLER                  PIC X(2)    VALUE "NS".
           05  FIB-RECEIPT-NUMBER      PIC 9(6).

       01  HOLD-REASON-BUILD.
           05  FILLER                  PIC X(10)   VALUE "NSF CHECK ".
           05  HRB-CHECK-NUMBER        PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACE.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           OPEN I-O SALES-TRANSACTION-FILE.
           OPEN I-O CUSTMAST.
           OPEN I-O CASH-RECEIPTS-JOURNAL.
           OPEN I-O CASH-APPLICATION-FILE.
           OPEN I-O RETURNED-CHECK-FILE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE SALES-TRANSACTION-FILE.
           CLOSE CUSTMAST.
           CLOSE CASH-RECEIPTS-JOURNAL.
           CLOSE CASH-APPLICATION-FILE.
           CLOSE RETURNED-CHECK-FILE.
           DISPLAY " ".
           DISPLAY "----- RETURNED CHECK SESSION TOTALS -----".
           DISPLAY "CHECKS RETURNED:  " RETURNS-TAKEN.
           DISPLAY "DOLLARS RETURNED: " DOLLARS-RETURNED.
           DISPLAY "FEES BILLED:      " FEES-BILLED.
           DISPLAY "-----------------------------------------".

       MAIN-PROCESS.
           PERFORM ENTER-RETURNED-RECEIPT.
           PERFORM TAKE-RETURNS
               UNTIL ENTERED-RECEIPT = ZERO.

       TAKE-RETURNS.
           PERFORM TAKE-ONE-RETURN.
           PERFORM ENTER-RETURNED-RECEIPT.

      *-------------------------------------------------------------
      * The receipt must be on the journal and not already
      * returned - a check can only bounce once.
      *-------------------------------------------------------------
       ENTER-RETURNED-RECEIPT.
           PERFORM ACCEPT-RETURNED-RECEIPT.
           PERFORM RE-ACCEPT-RETURNED-RECEIPT
               UNTIL RECORD-FOUND = "Y"
                   OR ENTERED-RECEIPT = ZERO.

       ACCEPT-RETURNED-RECEIPT.
           DISPLAY " ".
           DISPLAY "ENTER THE RECEIPT NUMBER OF THE RETURNED CHECK".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           ACCEPT ENTERED-RECEIPT.
           MOVE "Y" TO RECORD-FOUND.
           IF ENTERED-RECEIPT NOT = ZERO
               MOVE ENTERED-RECEIPT TO CJ-RECEIPT-NUMBER
               PERFORM READ-RECEIPT-RECORD
               IF RECORD-FOUND = "N"
                   DISPLAY "RECEIPT NOT ON FILE"
               ELSE
               IF CJ-CHECK-RETURNED
                   DISPLAY "THAT CHECK WAS ALREADY RETURNED ON "
                       CJ-RETURNED-DATE
                   MOVE "N" TO RECORD-FOUND.

       RE-ACCEPT-RETURNED-RECEIPT.
           DISPLAY "PLEASE RE-ENTER".
           PERFORM ACCEPT-RETURNED-RECEIPT.

      *****************************************************
      *        ONE RETURNED CHECK, UNDONE IN FULL
      *****************************************************
       TAKE-ONE-RETURN.
           PERFORM SHOW-THE-RECEIPT.
           PERFORM ASK-OK-TO-RETURN.
           IF OK-TO-RETURN = "Y"
               PERFORM RETURN-THE-CHECK
           ELSE
               DISPLAY "NOTHING CHANGED".

       SHOW-THE-RECEIPT.
           DISPLAY " ".
           DISPLAY "RECEIPT " CJ-RECEIPT-NUMBER
               " TAKEN " CJ-RECEIPT-DATE.
           DISPLAY "CUSTOMER " CJ-CUSTOMER-NUMBER " " CJ-PAYER-NAME.
           DISPLAY "CHECK " CJ-CHECK-NUMBER " DATED " CJ-CHECK-DATE
               " FOR " CJ-CHECK-AMOUNT.
           DISPLAY "APPLIED " CJ-APPLIED-AMOUNT " TO "
               CJ-APPLICATION-COUNT " ITEM(S), UNAPPLIED "
               CJ-UNAPPLIED-AMOUNT.

       ASK-OK-TO-RETURN.
           PERFORM ACCEPT-OK-TO-RETURN.
           PERFORM RE-ACCEPT-OK-TO-RETURN
               UNTIL OK-TO-RETURN = "Y" OR "N".

       ACCEPT-OK-TO-RETURN.
           DISPLAY "RETURN THIS CHECK (Y/N)?".
           ACCEPT OK-TO-RETURN.

       RE-ACCEPT-OK-TO-RETURN.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-OK-TO-RETURN.

       RETURN-THE-CHECK.
           PERFORM ENTER-RETURNED-DATE.
           PERFORM ENTER-RETURN-REASON.
           MOVE "N" TO CUSTOMER-ON-FILE.
           IF CJ-CUSTOMER-NUMBER NOT = ZERO
               MOVE CJ-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               PERFORM READ-CUSTOMER-RECORD
               MOVE RECORD-FOUND TO CUSTOMER-ON-FILE.
           MOVE ZERO TO FEE-AMOUNT.
           IF CUSTOMER-ON-FILE = "Y"
               PERFORM ENTER-FEE-AMOUNT.
           PERFORM REVERSE-THE-APPLICATIONS.
           MOVE SPACES TO NR-FEE-INVOICE.
           IF FEE-AMOUNT NOT = ZERO
               PERFORM BILL-THE-FEE.
           PERFORM MARK-THE-RECEIPT-RETURNED.
           PERFORM RECORD-THE-RETURN.
           IF CUSTOMER-ON-FILE = "Y"
               PERFORM HOLD-THE-CUSTOMER.
           ADD 1 TO RETURNS-TAKEN.
           ADD CJ-CHECK-AMOUNT TO DOLLARS-RETURNED.
           DISPLAY "CHECK " CJ-CHECK-NUMBER " RETURNED - "
               DOLLARS-REVERSED " PUT BACK ON " ITEMS-REOPENED
               " ITEM(S)".

       ENTER-RETURNED-DATE.
           DISPLAY "ENTER THE DATE THE BANK RETURNED THE CHECK".
           DISPLAY "(CCYYMMDD), OR 0 FOR TODAY".
           ACCEPT RETURNED-DATE.
           IF RETURNED-DATE = ZERO
               MOVE TODAY-DATE TO RETURNED-DATE.

       ENTER-RETURN-REASON.
           DISPLAY "ENTER THE BANK'S REASON FOR THE RETURN".
           DISPLAY "(PRESS ENTER FOR NSF)".
           MOVE SPACES TO RETURN-REASON.
           ACCEPT RETURN-REASON.
           IF RETURN-REASON = SPACES
               MOVE "NSF" TO RETURN-REASON.

       ENTER-FEE-AMOUNT.
           PERFORM ACCEPT-FEE-AMOUNT.
           PERFORM RE-ACCEPT-FEE-AMOUNT
               UNTIL FEE-AMOUNT NOT < ZERO.

       ACCEPT-FEE-AMOUNT.
           DISPLAY "ENTER THE RETURNED CHECK FEE TO BILL".
           DISPLAY "(0 FOR NO FEE)".
           ACCEPT FEE-AMOUNT.

       RE-ACCEPT-FEE-AMOUNT.
           DISPLAY "THE FEE CANNOT BE NEGATIVE".
           PERFORM ACCEPT-FEE-AMOUNT.

      *-------------------------------------------------------------
      * Each line still standing comes back off its item by the
      * dollars it put there, in the order they were applied. A
      * line already reversed is left alone, so a return that
      * was interrupted part way can simply be keyed again.
      *-------------------------------------------------------------
       REVERSE-THE-APPLICATIONS.
           MOVE ZERO TO DOLLARS-REVERSED.
           MOVE ZERO TO ITEMS-REOPENED.
           MOVE CJ-RECEIPT-NUMBER TO CA-RECEIPT-NUMBER.
           MOVE ZERO TO CA-LINE-NUMBER.
           MOVE "N" TO APPLICATION-EOF.
           START CASH-APPLICATION-FILE
               KEY NOT < CA-APPLICATION-KEY
               INVALID KEY
                   MOVE "Y" TO APPLICATION-EOF.
           PERFORM REVERSE-ONE-APPLICATION
               UNTIL APPLICATION-EOF = "Y".

       REVERSE-ONE-APPLICATION.
           READ CASH-APPLICATION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO APPLICATION-EOF.
           IF APPLICATION-EOF = "N"
               IF CA-RECEIPT-NUMBER NOT = CJ-RECEIPT-NUMBER
                   MOVE "Y" TO APPLICATION-EOF
               ELSE
               IF CA-LINE-STANDS
                   PERFORM TAKE-BACK-THE-LINE.

       TAKE-BACK-THE-LINE.
           MOVE CA-CUSTOMER-NUMBER TO ST-CUSTOMER-NUMBER.
           MOVE CA-INVOICE-NUMBER TO ST-INVOICE-NUMBER.
           PERFORM READ-TRANSACTION-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "** " CA-INVOICE-NUMBER " IS NO LONGER ON "
                   "FILE - " CA-APPLIED-AMOUNT " NOT PUT BACK **"
           ELSE
               PERFORM REOPEN-THE-ITEM.
           MOVE "R" TO CA-LINE-STATUS.
           PERFORM REWRITE-APPLICATION-RECORD.

      *-------------------------------------------------------------
      * Settled again only if what is left paid still covers
      * merchandise plus tax exactly - the check's dollars are
      * gone, so an invoice it paid is owed again and a credit
      * it netted is open to be taken again.
      *-------------------------------------------------------------
       REOPEN-THE-ITEM.
           SUBTRACT CA-APPLIED-AMOUNT FROM ST-PAID-AMOUNT.
           IF ST-PAID-AMOUNT = ST-INVOICE-AMOUNT + ST-SALES-TAX
               MOVE "P" TO ST-OPEN-STATUS
           ELSE
               MOVE "O" TO ST-OPEN-STATUS.
           PERFORM REWRITE-TRANSACTION-RECORD.
           ADD CA-APPLIED-AMOUNT TO DOLLARS-REVERSED.
           ADD 1 TO ITEMS-REOPENED.
           DISPLAY "REOPENED " ST-INVOICE-NUMBER " - "
               CA-APPLIED-AMOUNT " PUT BACK".

      *-------------------------------------------------------------
      * The fee is an ordinary unposted adjustment, untaxed,
      * dated the day the check came back.
      *-------------------------------------------------------------
       BILL-THE-FEE.
           MOVE CJ-RECEIPT-NUMBER TO FIB-RECEIPT-NUMBER.
           MOVE CJ-CUSTOMER-NUMBER TO ST-CUSTOMER-NUMBER.
           MOVE FEE-INVOICE-BUILD TO ST-INVOICE-NUMBER.
           MOVE RETURNED-DATE TO ST-INVOICE-DATE.
           MOVE FEE-AMOUNT TO ST-INVOICE-AMOUNT.
           MOVE "N" TO ST-POSTED-FLAG.
           MOVE "N" TO ST-TAXABLE.
           MOVE SPACES TO ST-TAX-JURISDICTION.
           MOVE ZERO TO ST-SALES-TAX.
           MOVE "O" TO ST-OPEN-STATUS.
           MOVE ZEROES TO ST-PAID-AMOUNT.
           MOVE ZEROES TO ST-LAST-PAID-DATE.
           MOVE SPACE TO ST-GL-EXPORTED.
           MOVE ZEROES TO ST-GL-BATCH.
           MOVE "A" TO ST-TRANSACTION-TYPE.
           MOVE "NS" TO ST-REASON-CODE.
           MOVE SPACES TO ST-ORIGINAL-INVOICE.
           MOVE SPACE TO ST-DOCUMENT-STATUS.
           MOVE ZEROES TO ST-DOCUMENT-DATE.
           MOVE SPACE TO ST-TAX-EXEMPTION.
           MOVE SPACES TO ST-EXEMPT-CERTIFICATE.
           PERFORM WRITE-TRANSACTION-RECORD.
           MOVE FEE-INVOICE-BUILD TO NR-FEE-INVOICE.
           ADD FEE-AMOUNT TO FEES-BILLED.
           DISPLAY "FEE OF " FEE-AMOUNT " BILLED AS "
               ST-INVOICE-NUMBER.

       MARK-THE-RECEIPT-RETURNED.
           MOVE "R" TO CJ-RETURN-STATUS.
           MOVE RETURNED-DATE TO CJ-RETURNED-DATE.
           PERFORM REWRITE-RECEIPT-RECORD.

       RECORD-THE-RETURN.
           MOVE CJ-RECEIPT-NUMBER TO NR-RECEIPT-NUMBER.
           MOVE RETURNED-DATE TO NR-RETURNED-DATE.
           MOVE RETURN-REASON TO NR-RETURN-REASON.
           MOVE CJ-CUSTOMER-NUMBER TO NR-CUSTOMER-NUMBER.
           MOVE CJ-PAYER-NAME TO NR-PAYER-NAME.
           MOVE CJ-CHECK-NUMBER TO NR-CHECK-NUMBER.
           MOVE CJ-CHECK-DATE TO NR-CHECK-DATE.
           MOVE CJ-CHECK-AMOUNT TO NR-CHECK-AMOUNT.
           MOVE CJ-BANK-ACCOUNT TO NR-BANK-ACCOUNT.
           MOVE DOLLARS-REVERSED TO NR-REVERSED-AMOUNT.
           MOVE ITEMS-REOPENED TO NR-ITEMS-REOPENED.
           MOVE FEE-AMOUNT TO NR-FEE-AMOUNT.
           MOVE SPACE TO NR-GL-EXPORTED.
           MOVE ZEROES TO NR-GL-BATCH.
           PERFORM WRITE-RETURNED-CHECK-RECORD.

      *-------------------------------------------------------------
      * The hold stops new invoices in STXENT01 until the sales
      * manager lifts it in CUSMNT01, or until the CRHSWP01
      * sweep finds the customer current again and the return
      * older than the hold rules look back. A customer already
      * on hold keeps the hold's source and date, so a hold the
      * manager keyed stays the manager's to lift.
      *-------------------------------------------------------------
       HOLD-THE-CUSTOMER.
           MOVE CJ-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           PERFORM READ-CUSTOMER-RECORD.
           IF CM-NSF-COUNT NOT NUMERIC
               MOVE ZERO TO CM-NSF-COUNT.
           ADD 1 TO CM-NSF-COUNT.
           MOVE RETURNED-DATE TO CM-LAST-NSF-DATE.
           IF NOT CREDIT-IS-HELD
               MOVE "A" TO CM-HOLD-SOURCE
               MOVE TODAY-DATE TO CM-HOLD-DATE.
           MOVE "H" TO CM-CREDIT-STATUS.
           MOVE CJ-CHECK-NUMBER TO HRB-CHECK-NUMBER.
           MOVE HOLD-REASON-BUILD TO CM-HOLD-REASON.
           PERFORM REWRITE-CUSTOMER-RECORD.
           DISPLAY "CUSTOMER " CM-CUSTOMER-NUMBER " ON CREDIT HOLD - "
               CM-NSF-COUNT " RETURNED CHECK(S) ON RECORD".

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-CUSTOMER-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTMAST
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       REWRITE-CUSTOMER-RECORD.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CUSTOMER RECORD".

       READ-RECEIPT-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ CASH-RECEIPTS-JOURNAL
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       REWRITE-RECEIPT-RECORD.
           REWRITE CASH-RECEIPT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CASH RECEIPT "
                   CJ-RECEIPT-NUMBER.

       REWRITE-APPLICATION-RECORD.
           REWRITE CASH-APPLICATION-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CASH APPLICATION "
                   CA-APPLICATION-KEY.

       READ-TRANSACTION-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ SALES-TRANSACTION-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       REWRITE-TRANSACTION-RECORD.
           REWRITE SALES-TRANSACTION-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING TRANSACTION RECORD".

      *-------------------------------------------------------------
      * Already on file means the fee went on the first time a
      * return of this check was keyed and interrupted.
      *-------------------------------------------------------------
       WRITE-TRANSACTION-RECORD.
           WRITE SALES-TRANSACTION-RECORD
               INVALID KEY
               DISPLAY "FEE " ST-INVOICE-NUMBER " ALREADY ON FILE".

       WRITE-RETURNED-CHECK-RECORD.
           WRITE RETURNED-CHECK-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING RETURNED CHECK "
                   NR-RECEIPT-NUMBER.
