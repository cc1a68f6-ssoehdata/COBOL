      * Lockbox exception resolution
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBXRES01.
      *------------------------------------------
      * Works the lockbox checks LBXIMP01 could not apply, one
      * open exception at a time in lockbox order. The clerk
      * sees the check, why the import stopped, and the
      * invoices the customer wrote on the remittance, then
      * either applies the check - keying the customer and each
      * invoice exactly as in CASHRC01, by the same rules - or
      * closes the exception (a check sent back, or settled
      * some other way), or leaves it for later. A check only
      * partly applied stays open with what has been applied so
      * far, and comes round again for the rest. What the clerk
      * applies is added to the check's receipt on the Cash
      * Receipts Journal, with the customer it turned out to be.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLLBX01.CBL".

           COPY "SLSTRX01.CBL".

           COPY "SLCUST01.CBL".

           COPY "SLCRJ01.CBL".

           COPY "SLCRA01.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDLBX01.CBL".

           COPY "FDSTRX01.CBL".

           COPY "FDCUST01.CBL".

           COPY "FDCRJ01.CBL".

           COPY "FDCRA01.CBL".

       WORKING-STORAGE SECTION.
       77  ACTION-PICK                 PIC 9.
           88  ACTION-PICK-IS-VALID    VALUES 0 THRU 3.

       77  RECORD-FOUND                PIC X.
       77  QUEUE-EOF                   PIC X.
       77  RECEIPT-ON-FILE             PIC X.
       77  OK-TO-CLOSE                 PIC X.
       77  ENTERED-CUSTOMER            PIC 9(5).
       77  APPLY-INVOICE               PIC X(8).
       77  TODAY-DATE                  PIC 9(8).
       77  REF-SUB                     PIC 9(2).
       77  REASON-TEXT                 PIC X(30).
       77  EXCEPTIONS-RESOLVED         PIC 9(5) VALUE ZERO.

           COPY "WSCAPP01.CBL".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           OPEN I-O LOCKBOX-EXCEPTION-FILE.
           OPEN I-O SALES-TRANSACTION-FILE.
           OPEN INPUT CUSTMAST.
           OPEN I-O CASH-RECEIPTS-JOURNAL.
           OPEN I-O CASH-APPLICATION-FILE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE LOCKBOX-EXCEPTION-FILE.
           CLOSE SALES-TRANSACTION-FILE.
           CLOSE CUSTMAST.
           CLOSE CASH-RECEIPTS-JOURNAL.
           CLOSE CASH-APPLICATION-FILE.
           DISPLAY " ".
           DISPLAY "----- LOCKBOX EXCEPTION SESSION TOTALS -----".
           DISPLAY "EXCEPTIONS RESOLVED: " EXCEPTIONS-RESOLVED.
           DISPLAY "DOLLARS APPLIED:     " DOLLARS-APPLIED.
           DISPLAY "--------------------------------------------".

       MAIN-PROCESS.
           MOVE 1 TO ACTION-PICK.
           MOVE ZEROES TO LX-EXCEPTION-KEY.
           MOVE "N" TO QUEUE-EOF.
           START LOCKBOX-EXCEPTION-FILE
               KEY NOT < LX-EXCEPTION-KEY
               INVALID KEY
                   MOVE "Y" TO QUEUE-EOF.
           IF QUEUE-EOF = "N"
               PERFORM READ-NEXT-OPEN-EXCEPTION.
           PERFORM WORK-THE-QUEUE
               UNTIL QUEUE-EOF = "Y"
                  OR ACTION-PICK = 0.
           IF QUEUE-EOF = "Y"
               DISPLAY "NO MORE OPEN LOCKBOX EXCEPTIONS".

       WORK-THE-QUEUE.
           PERFORM SHOW-THE-EXCEPTION.
           PERFORM GET-ACTION-PICK.
           IF ACTION-PICK = 1
               PERFORM APPLY-THE-CHECK
           ELSE
           IF ACTION-PICK = 2
               PERFORM CLOSE-THE-EXCEPTION.
           IF ACTION-PICK NOT = 0
               PERFORM READ-NEXT-OPEN-EXCEPTION.

       GET-ACTION-PICK.
           PERFORM ACCEPT-ACTION-PICK.
           PERFORM RE-ACCEPT-ACTION-PICK
               UNTIL ACTION-PICK-IS-VALID.

       ACCEPT-ACTION-PICK.
           DISPLAY " ".
           DISPLAY "           1. APPLY THE CHECK".
           DISPLAY "           2. CLOSE THE EXCEPTION".
           DISPLAY "           3. LEAVE IT FOR LATER".
           DISPLAY " ".
           DISPLAY "           0. EXIT".
           DISPLAY "YOUR CHOICE  (0-3)?".
           ACCEPT ACTION-PICK.

       RE-ACCEPT-ACTION-PICK.
           DISPLAY "INVALID SELECTION  - PLEASE RE-TRY.".
           PERFORM ACCEPT-ACTION-PICK.

      *-------------------------------------------------------------
      * The check as the bank sent it, and why the import
      * stopped on it.
      *-------------------------------------------------------------
       SHOW-THE-EXCEPTION.
           PERFORM DESCRIBE-THE-REASON.
           DISPLAY " ".
           DISPLAY "LOCKBOX " LX-DEPOSIT-DATE " BATCH "
               LX-BATCH-NUMBER " ITEM " LX-ITEM-NUMBER.
           DISPLAY "CHECK " LX-CHECK-NUMBER " DATED " LX-CHECK-DATE
               " FOR " LX-CHECK-AMOUNT.
           IF LX-CUSTOMER-NUMBER = ZERO
               DISPLAY "CUSTOMER: NONE THE BANK COULD READ"
           ELSE
               PERFORM SHOW-THE-CUSTOMER.
           DISPLAY "REASON:   " REASON-TEXT " " LX-REASON-INVOICE.
           IF LX-APPLIED-AMOUNT NOT = ZERO
               DISPLAY "APPLIED SO FAR: " LX-APPLIED-AMOUNT.
           IF LX-REFERENCE-COUNT = ZERO
               DISPLAY "NO INVOICES WRITTEN ON THE REMITTANCE"
           ELSE
               DISPLAY "INVOICES WRITTEN ON THE REMITTANCE:"
               MOVE 1 TO REF-SUB
               PERFORM SHOW-ONE-REFERENCE
                   UNTIL REF-SUB > LX-REFERENCE-COUNT.

       SHOW-THE-CUSTOMER.
           MOVE LX-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           PERFORM READ-CUSTOMER-RECORD.
           IF RECORD-FOUND = "Y"
               DISPLAY "CUSTOMER: " LX-CUSTOMER-NUMBER " "
                   CM-CUSTOMER-NAME
           ELSE
               DISPLAY "CUSTOMER: " LX-CUSTOMER-NUMBER
                   " NOT ON FILE".

       SHOW-ONE-REFERENCE.
           DISPLAY "   " LX-REF-INVOICE (REF-SUB) "  "
               LX-REF-AMOUNT (REF-SUB).
           ADD 1 TO REF-SUB.

       DESCRIBE-THE-REASON.
           IF LX-UNKNOWN-CUSTOMER
               MOVE "CUSTOMER NOT ON FILE" TO REASON-TEXT
           ELSE
           IF LX-INVOICE-NOT-FOUND
               MOVE "INVOICE NOT ON FILE" TO REASON-TEXT
           ELSE
           IF LX-INVOICE-SETTLED
               MOVE "INVOICE ALREADY SETTLED" TO REASON-TEXT
           ELSE
           IF LX-INVOICE-WRITTEN-OFF
               MOVE "INVOICE WRITTEN OFF" TO REASON-TEXT
           ELSE
           IF LX-AMOUNT-MISMATCH
               MOVE "AMOUNT MISMATCH" TO REASON-TEXT
           ELSE
           IF LX-TOO-MANY-ITEMS
               MOVE "TOO MANY INVOICES TO PLACE" TO REASON-TEXT
           ELSE
               MOVE "RUN INTERRUPTED - VERIFY" TO REASON-TEXT.

      *****************************************************
      *        APPLYING WHAT IS LEFT OF THE CHECK
      *****************************************************
       APPLY-THE-CHECK.
           PERFORM ENTER-RECEIPT-CUSTOMER.
           IF ENTERED-CUSTOMER NOT = 99999
               PERFORM APPLY-FOR-THE-CUSTOMER.

      *-------------------------------------------------------------
      * Whatever the clerk applies is kept on the exception
      * with the customer it went to; the exception is resolved
      * once none of the check is left. A check the bank has
      * already sent back unpaid (NSFENT01) takes nothing more.
      *-------------------------------------------------------------
       APPLY-FOR-THE-CUSTOMER.
           PERFORM GET-THE-RECEIPT.
           IF RECEIPT-ON-FILE = "Y"
               AND CJ-CHECK-RETURNED
               DISPLAY "** CHECK " LX-CHECK-NUMBER " WAS RETURNED "
                   "UNPAID - NOTHING CAN BE APPLIED FROM IT **"
           ELSE
               PERFORM APPLY-WHAT-IS-LEFT.

       APPLY-WHAT-IS-LEFT.
           MOVE LX-CHECK-DATE TO CHECK-DATE.
           COMPUTE UNAPPLIED-AMOUNT =
               LX-CHECK-AMOUNT - LX-APPLIED-AMOUNT.
           DISPLAY "LEFT TO APPLY: " UNAPPLIED-AMOUNT.
           PERFORM APPLY-TO-INVOICES.
           MOVE ENTERED-CUSTOMER TO LX-CUSTOMER-NUMBER.
           COMPUTE LX-APPLIED-AMOUNT =
               LX-CHECK-AMOUNT - UNAPPLIED-AMOUNT.
           IF UNAPPLIED-AMOUNT = ZERO
               PERFORM MARK-RESOLVED
               DISPLAY "CHECK FULLY APPLIED - EXCEPTION RESOLVED"
           ELSE
               DISPLAY "** " UNAPPLIED-AMOUNT " OF CHECK "
                   LX-CHECK-NUMBER " STILL UNAPPLIED - THE "
                   "EXCEPTION STAYS OPEN **".
           PERFORM REWRITE-EXCEPTION-RECORD.

      *-------------------------------------------------------------
      * The receipt the import journaled the check under takes
      * the clerk's applications and the customer they went
      * to. An exception queued before the journal was kept
      * has no receipt.
      *-------------------------------------------------------------
       GET-THE-RECEIPT.
           MOVE "N" TO RECEIPT-ON-FILE.
           IF LX-RECEIPT-NUMBER NUMERIC
               AND LX-RECEIPT-NUMBER NOT = ZERO
               MOVE LX-RECEIPT-NUMBER TO CJ-RECEIPT-NUMBER
               PERFORM READ-RECEIPT-RECORD.
           IF RECEIPT-ON-FILE = "Y"
               MOVE ENTERED-CUSTOMER TO CJ-CUSTOMER-NUMBER
               MOVE CM-CUSTOMER-NAME TO CJ-PAYER-NAME.

       ENTER-RECEIPT-CUSTOMER.
           PERFORM ACCEPT-RECEIPT-CUSTOMER.
           PERFORM RE-ACCEPT-RECEIPT-CUSTOMER
               UNTIL RECORD-FOUND = "Y"
                   OR ENTERED-CUSTOMER = 99999.

       ACCEPT-RECEIPT-CUSTOMER.
           DISPLAY " ".
           DISPLAY "ENTER THE CUSTOMER NUMBER (5 DIGITS)".
           DISPLAY "ENTER 99999 TO GO BACK".
           ACCEPT ENTERED-CUSTOMER.
           MOVE "Y" TO RECORD-FOUND.
           IF ENTERED-CUSTOMER NOT = 99999
               MOVE ENTERED-CUSTOMER TO CM-CUSTOMER-NUMBER
               PERFORM READ-CUSTOMER-RECORD.
           IF RECORD-FOUND = "Y"
               AND ENTERED-CUSTOMER NOT = 99999
               DISPLAY "CUSTOMER: " CM-CUSTOMER-NAME.

       RE-ACCEPT-RECEIPT-CUSTOMER.
           DISPLAY "CUSTOMER NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-RECEIPT-CUSTOMER.

       APPLY-TO-INVOICES.
           PERFORM ACCEPT-APPLY-INVOICE.
           PERFORM APPLY-MORE-INVOICES
               UNTIL APPLY-INVOICE = SPACES.

       APPLY-MORE-INVOICES.
           PERFORM APPLY-ONE-INVOICE.
           PERFORM ACCEPT-APPLY-INVOICE.

       ACCEPT-APPLY-INVOICE.
           DISPLAY "ENTER AN INVOICE THIS CHECK COVERS".
           DISPLAY "(BLANK WHEN DONE)".
           MOVE SPACES TO APPLY-INVOICE.
           ACCEPT APPLY-INVOICE.

       APPLY-ONE-INVOICE.
           MOVE ENTERED-CUSTOMER TO ST-CUSTOMER-NUMBER.
           MOVE APPLY-INVOICE TO ST-INVOICE-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ SALES-TRANSACTION-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
               DISPLAY "INVOICE NOT ON FILE FOR THIS CUSTOMER"
           ELSE
           IF ST-IS-SETTLED
               DISPLAY "THAT INVOICE IS ALREADY SETTLED"
           ELSE
           IF ST-IS-WRITTEN-OFF
               DISPLAY "THAT INVOICE WAS WRITTEN OFF - RECORD THE "
                   "MONEY AS A RECOVERY IN WOFREC01"
           ELSE
               PERFORM APPLY-THE-DOLLARS.

       APPLY-THE-DOLLARS.
           PERFORM FIGURE-THE-OPEN-AMOUNT.
           IF INVOICE-OPEN-AMOUNT > ZERO
               PERFORM APPLY-A-PAYMENT
           ELSE
           IF INVOICE-OPEN-AMOUNT < ZERO
               PERFORM TAKE-AN-OPEN-CREDIT
           ELSE
               DISPLAY "NOTHING OPEN ON INVOICE "
                   ST-INVOICE-NUMBER.

       APPLY-A-PAYMENT.
           DISPLAY "OPEN ON INVOICE " ST-INVOICE-NUMBER ": "
               INVOICE-OPEN-AMOUNT.
           PERFORM ENTER-APPLY-AMOUNT.
           IF APPLY-AMOUNT NOT = ZERO
               PERFORM POST-AND-REPORT.

       TAKE-AN-OPEN-CREDIT.
           DISPLAY "OPEN CREDIT OF " INVOICE-OPEN-AMOUNT " ON "
               ST-INVOICE-NUMBER " NETS INTO THE CHECK".
           MOVE INVOICE-OPEN-AMOUNT TO APPLY-AMOUNT.
           PERFORM POST-AND-REPORT.

       POST-AND-REPORT.
           PERFORM POST-THE-APPLICATION.
           IF RECEIPT-ON-FILE = "Y"
               PERFORM JOURNAL-THE-APPLICATION.
           IF ST-IS-SETTLED
               DISPLAY "INVOICE " ST-INVOICE-NUMBER " SETTLED".

       ENTER-APPLY-AMOUNT.
           PERFORM ACCEPT-APPLY-AMOUNT.
           PERFORM RE-ACCEPT-APPLY-AMOUNT
               UNTIL APPLY-AMOUNT = ZERO
                   OR (APPLY-AMOUNT > ZERO
                   AND APPLY-AMOUNT NOT > INVOICE-OPEN-AMOUNT
                   AND APPLY-AMOUNT NOT > UNAPPLIED-AMOUNT).

       ACCEPT-APPLY-AMOUNT.
           DISPLAY "ENTER THE AMOUNT TO APPLY (0 TO SKIP)".
           ACCEPT APPLY-AMOUNT.

       RE-ACCEPT-APPLY-AMOUNT.
           DISPLAY "THE AMOUNT MUST BE NO MORE THAN THE INVOICE'S".
           DISPLAY "OPEN " INVOICE-OPEN-AMOUNT
               " OR THE CHECK'S UNAPPLIED " UNAPPLIED-AMOUNT
               " - OR 0 TO SKIP IT".
           PERFORM ACCEPT-APPLY-AMOUNT.

      *****************************************************
      *        CLOSING AN EXCEPTION WITHOUT APPLYING
      *****************************************************
       CLOSE-THE-EXCEPTION.
           COMPUTE UNAPPLIED-AMOUNT =
               LX-CHECK-AMOUNT - LX-APPLIED-AMOUNT.
           DISPLAY UNAPPLIED-AMOUNT " OF THE CHECK IS NOT APPLIED".
           PERFORM ASK-OK-TO-CLOSE.
           IF OK-TO-CLOSE = "Y"
               PERFORM MARK-RESOLVED
               PERFORM REWRITE-EXCEPTION-RECORD
               DISPLAY "EXCEPTION CLOSED".

       ASK-OK-TO-CLOSE.
           PERFORM ACCEPT-OK-TO-CLOSE.
           PERFORM RE-ACCEPT-OK-TO-CLOSE
               UNTIL OK-TO-CLOSE = "Y"  OR "N".

       ACCEPT-OK-TO-CLOSE.
           DISPLAY "CLOSE THIS EXCEPTION (Y/N)?".
           ACCEPT OK-TO-CLOSE.

       RE-ACCEPT-OK-TO-CLOSE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-CLOSE.

       MARK-RESOLVED.
           MOVE "R" TO LX-QUEUE-STATUS.
           MOVE TODAY-DATE TO LX-RESOLVED-DATE.
           ADD 1 TO EXCEPTIONS-RESOLVED.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-NEXT-OPEN-EXCEPTION.
           PERFORM READ-NEXT-EXCEPTION.
           PERFORM READ-NEXT-EXCEPTION
               UNTIL QUEUE-EOF = "Y"
                  OR LX-IS-OPEN.

       READ-NEXT-EXCEPTION.
           READ LOCKBOX-EXCEPTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO QUEUE-EOF.

       REWRITE-EXCEPTION-RECORD.
           REWRITE LOCKBOX-EXCEPTION-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING LOCKBOX EXCEPTION".

       READ-CUSTOMER-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTMAST
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       READ-RECEIPT-RECORD.
           MOVE "Y" TO RECEIPT-ON-FILE.
           READ CASH-RECEIPTS-JOURNAL
               INVALID KEY
                   MOVE "N" TO RECEIPT-ON-FILE.

           COPY "PLCAPP01.CBL".

           COPY "PLCRJ01.CBL".
