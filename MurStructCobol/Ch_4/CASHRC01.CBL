      * called out before the next check, because money without
      * an invoice is a question for the customer, not a quiet
      * rounding away. ARAGE01 ages what stays open.
      * Every check is written to the Cash Receipts Journal with
      * the invoices it paid and what was left unapplied, under
      * the bank account the session's checks are deposited to
      * (asked once, from the bank account file); DEPREG01 puts
      * them on the day's deposit slip.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "SLCUST01.CBL".

           COPY "SLCRJ01.CBL".

           COPY "SLCRA01.CBL".

           COPY "SLCRN01.CBL".

           COPY "SLBNK01.CBL".

       DATA DIVISION.
       FILE SECTION.


           COPY "FDCUST01.CBL".

           COPY "FDCRJ01.CBL".

           COPY "FDCRA01.CBL".

           COPY "FDCRN01.CBL".

           COPY "FDBNK01.CBL".

       WORKING-STORAGE SECTION.
       77  RECORD-FOUND                PIC X.
       77  ENTERED-CUSTOMER            PIC 9(5).
       77  CHECK-REFERENCE             PIC X(8).
       77  CHECK-AMOUNT                PIC S9(7)V99.
       77  APPLY-INVOICE               PIC X(8).
       77  RECEIPTS-TAKEN              PIC 9(5) VALUE ZERO.
       77  DEPOSIT-ACCOUNT             PIC X(3).
       77  TODAY-DATE                  PIC 9(8).

           COPY "WSCAPP01.CBL".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       OPENING-PROCEDURE.
           OPEN I-O SALES-TRANSACTION-FILE.
           OPEN INPUT CUSTMAST.
           OPEN I-O CASH-RECEIPTS-JOURNAL.
           OPEN I-O CASH-APPLICATION-FILE.
           OPEN INPUT BANK-ACCOUNT-FILE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE SALES-TRANSACTION-FILE.
           CLOSE CUSTMAST.
           CLOSE CASH-RECEIPTS-JOURNAL.
           CLOSE CASH-APPLICATION-FILE.
           CLOSE BANK-ACCOUNT-FILE.
           DISPLAY " ".
           DISPLAY "----- CASH RECEIPTS SESSION TOTALS -----".
           DISPLAY "CHECKS TAKEN:    " RECEIPTS-TAKEN.
           DISPLAY "----------------------------------------".

       MAIN-PROCESS.
           PERFORM ENTER-DEPOSIT-ACCOUNT.
           PERFORM ENTER-RECEIPT-CUSTOMER.
           PERFORM TAKE-RECEIPTS
               UNTIL ENTERED-CUSTOMER = 99999.

      *-------------------------------------------------------------
      * The checks taken in one session all go to the bank in
      * the same account's deposit.
      *-------------------------------------------------------------
       ENTER-DEPOSIT-ACCOUNT.
           PERFORM ACCEPT-DEPOSIT-ACCOUNT.
           PERFORM RE-ACCEPT-DEPOSIT-ACCOUNT
               UNTIL RECORD-FOUND = "Y".

       ACCEPT-DEPOSIT-ACCOUNT.
           DISPLAY "ENTER THE BANK ACCOUNT CODE THESE CHECKS".
           DISPLAY "ARE DEPOSITED TO".
           ACCEPT DEPOSIT-ACCOUNT.
           MOVE DEPOSIT-ACCOUNT TO BANK-ACCOUNT-CODE.
           PERFORM READ-BANK-ACCOUNT-RECORD.
           IF RECORD-FOUND = "Y"
               DISPLAY "DEPOSITING TO: " BANK-ACCOUNT-NAME.

       RE-ACCEPT-DEPOSIT-ACCOUNT.
           DISPLAY "BANK ACCOUNT NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-DEPOSIT-ACCOUNT.

       TAKE-RECEIPTS.
           PERFORM TAKE-ONE-CHECK.
           PERFORM ENTER-RECEIPT-CUSTOMER.
           DISPLAY "ENTER THE CHECK AMOUNT".
           ACCEPT CHECK-AMOUNT.
           MOVE CHECK-AMOUNT TO UNAPPLIED-AMOUNT.
           PERFORM JOURNAL-THE-CHECK.
           PERFORM APPLY-TO-INVOICES.
           ADD 1 TO RECEIPTS-TAKEN.
           IF UNAPPLIED-AMOUNT NOT = ZEROES
                   CHECK-REFERENCE " LEFT UNAPPLIED - TAKE IT "
                   "UP WITH THE CUSTOMER **".

      *-------------------------------------------------------------
      * The check goes on the journal before any of it is
      * applied, undeposited until DEPREG01 puts it on a slip.
      *-------------------------------------------------------------
       JOURNAL-THE-CHECK.
           PERFORM TAKE-NEXT-RECEIPT-NUMBER.
           MOVE CN-LAST-RECEIPT-NUMBER TO CJ-RECEIPT-NUMBER.
           MOVE TODAY-DATE TO CJ-RECEIPT-DATE.
           MOVE "K" TO CJ-SOURCE.
           MOVE ENTERED-CUSTOMER TO CJ-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME TO CJ-PAYER-NAME.
           MOVE CHECK-REFERENCE TO CJ-CHECK-NUMBER.
           MOVE CHECK-DATE TO CJ-CHECK-DATE.
           MOVE CHECK-AMOUNT TO CJ-CHECK-AMOUNT.
           MOVE DEPOSIT-ACCOUNT TO CJ-BANK-ACCOUNT.
           MOVE ZEROES TO CJ-DEPOSIT-BATCH.
           PERFORM OPEN-THE-RECEIPT.
           DISPLAY "RECEIPT NUMBER " CJ-RECEIPT-NUMBER.

       APPLY-TO-INVOICES.
           PERFORM ACCEPT-APPLY-INVOICE.
           PERFORM APPLY-MORE-INVOICES
           ELSE
           IF ST-IS-SETTLED
               DISPLAY "THAT INVOICE IS ALREADY SETTLED"
           ELSE
           IF ST-IS-WRITTEN-OFF
               DISPLAY "THAT INVOICE WAS WRITTEN OFF - RECORD THE "
                   "MONEY AS A RECOVERY IN WOFREC01"
           ELSE
               PERFORM APPLY-THE-DOLLARS.

      * What the customer owes on the invoice is merchandise
      * plus sales tax, less what they've already paid. The
      * lockbox import (LBXIMP01) and its exception screen
      * (LBXRES01) apply checks by these same rules, shared
      * through PLCAPP01.
       APPLY-THE-DOLLARS.
           PERFORM FIGURE-THE-OPEN-AMOUNT.
           IF INVOICE-OPEN-AMOUNT > ZERO
               PERFORM APPLY-A-PAYMENT
           ELSE
               INVOICE-OPEN-AMOUNT.
           PERFORM ENTER-APPLY-AMOUNT.
           IF APPLY-AMOUNT NOT = ZERO
               PERFORM POST-AND-REPORT.

      *-------------------------------------------------------------
      * A credit memo or adjustment settles by netting into the
           DISPLAY "OPEN CREDIT OF " INVOICE-OPEN-AMOUNT " ON "
               ST-INVOICE-NUMBER " NETS INTO THE CHECK".
           MOVE INVOICE-OPEN-AMOUNT TO APPLY-AMOUNT.
           PERFORM POST-AND-REPORT.

       POST-AND-REPORT.
           PERFORM POST-THE-APPLICATION.
           PERFORM JOURNAL-THE-APPLICATION.
           IF ST-IS-SETTLED
               DISPLAY "INVOICE " ST-INVOICE-NUMBER " SETTLED".

       ENTER-APPLY-AMOUNT.
           PERFORM ACCEPT-APPLY-AMOUNT.
           READ CUSTMAST
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       READ-BANK-ACCOUNT-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ BANK-ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

           COPY "PLCAPP01.CBL".

           COPY "PLCRJ01.CBL".

           COPY "PLCRN01.CBL".
