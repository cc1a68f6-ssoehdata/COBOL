      * the vendor and checking for a duplicate VOUCHER-VENDOR /
      * VOUCHER-INVOICE combination before the voucher is written,
      * so the same invoice can't be keyed (and paid) twice.
      * A freight, brokerage, or duty bill can be tagged to the
      * receipts it brought in, for LNDALC01 to land on them.
      * A bill paid in one hit for months of cover or service
      * can be marked prepaid, which books it to the prepaid
      * account and writes the schedule PPDREL01 amortizes.
      * A bill for a job carries the project and cost code it
      * is charged to, checked against the project master and
      * the cost code's budget for the life of the job.
      * A shared bill can name the cost-allocation template
      * that splits it across the departments' accounts.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "SLCOMP01.CBL".

           COPY "SLRCPT01.CBL".

           COPY "SLLCST01.CBL".

           COPY "SLPPD01.CBL".

           COPY "SLPRJ01.CBL".

           COPY "SLVARCH.CBL".

           COPY "SLCCA01.CBL".

       DATA DIVISION.
       FILE SECTION.


           COPY "FDCOMP01.CBL".

           COPY "FDRCPT01.CBL".

           COPY "FDLCST01.CBL".

           COPY "FDPPD01.CBL".

           COPY "FDPRJ01.CBL".

           COPY "FDVARCH.CBL".

           COPY "FDCCA01.CBL".

       WORKING-STORAGE SECTION.

           COPY "WSDATE01.CBL".

           COPY "WSVNOTE1.CBL".

           COPY "WSCCA01.CBL".

       77  OK-TO-ADD                   PIC X.
       77  RECORD-FOUND                PIC X.
       77  VENDOR-FOUND                PIC X.
       77  CATEGORY-FOUND               PIC X.
       77  GL-ACCOUNT-FOUND             PIC X.
       77  CCA-FOUND                    PIC X.
       77  CCA-PERCENT-DISPLAY          PIC ZZ9.99.
       77  CCA-SHARE-DISPLAY            PIC ZZZ,ZZZ,ZZ9.99-.
       77  DUPLICATE-FOUND             PIC X.
       77  OK-TO-ADD-ANYWAY            PIC X.
       77  VOUCHER-FILE-AT-END         PIC X.
              10 ALLOC-TABLE-QTY       PIC 9(5).
              10 ALLOC-TABLE-AMOUNT    PIC S9(9)V99.

      *-------------------------------------------------------------
      * Receipts a freight or duty bill is tagged to - parked
      * here like the line allocations and written to the landed
      * cost file once the voucher has its number. One carrier
      * bill covering 20 deliveries is already a consolidated
      * freight invoice nobody here has seen.
      *-------------------------------------------------------------
       77  IS-LANDED-COST              PIC X.
       77  LANDED-BASIS                PIC X.
       77  LANDED-PO-NUMBER            PIC 9(5).
       77  LANDED-RECEIPT-SEQ          PIC 9(3).
       77  LANDED-RECEIPT-OK           PIC X.
       77  LANDED-DUPLICATE            PIC X.
       77  RECEIPT-FOUND               PIC X.
       77  LANDED-TAG-COUNT            PIC 9(2) COMP VALUE ZERO.
       77  LANDED-TABLE-LIMIT          PIC 9(2) COMP VALUE 20.
       77  LANDED-SUB                  PIC 9(2) COMP.

       01  LANDED-TABLE.
           05 LANDED-ENTRY OCCURS 20 TIMES.
              10 LANDED-TABLE-PO       PIC 9(5).
              10 LANDED-TABLE-SEQ      PIC 9(3).

      *-------------------------------------------------------------
      * A prepaid bill's schedule - the expense account keyed
      * for the voucher, the service start and the months it
      * covers - held until the voucher has its number.
      *-------------------------------------------------------------
       77  IS-PREPAID-EXPENSE          PIC X.
       77  PREPAID-EXPENSE-ACCOUNT     PIC 9(6).
       77  PREPAID-START-DATE          PIC 9(8).
       77  PREPAID-MONTHS              PIC 9(3).
       77  PREPAID-AMOUNT              PIC S9(9)V99.

      *-------------------------------------------------------------
      * Prepayments the operator applied against the invoice
      * being keyed - parked here during the offer scan and
       77  ACCOUNT-COMMITTED           PIC S9(11)V99.
       77  PO-OPEN-COMMITMENT          PIC S9(11)V99.
       77  PO-FILE-AT-END-2            PIC X.
       77  PROJECT-FOUND               PIC X.
       77  ARCHIVE-FILE-AT-END         PIC X.
       77  PROJECT-CHECK-PO            PIC 9(5).
       77  PROJECT-COMMITTED           PIC S9(11)V99.
       77  PROJECT-VOUCHERED           PIC S9(11)V99.
       77  WANT-SCHEDULE               PIC X.
       77  INSTALLMENT-COUNT           PIC 99.
       77  INSTALLMENT-SUB             PIC 99.
      * a park-and-restore that silently truncated the tail of
      * the record would be a very quiet way to lose fields.
       01  SAVED-VOUCHER-RECORD        PIC X(500).
       01  SAVED-PO-RECORD             PIC X(200).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           OPEN EXTEND SIGNON-LOG-FILE.
           OPEN EXTEND AUDIT-JOURNAL-FILE.
           OPEN INPUT COMPANY-FILE.
           OPEN INPUT RECEIPT-FILE.
           OPEN I-O LANDED-COST-FILE.
           OPEN I-O PREPAID-FILE.
           OPEN INPUT PROJECT-FILE.
           OPEN INPUT VOUCHER-ARCHIVE-FILE.
           OPEN INPUT COST-ALLOCATION-FILE.
           MOVE "VCHMNT01" TO AUDIT-PROGRAM-ID.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM DISPLAY-LAST-VOUCHER-WRITTEN.
           CLOSE SIGNON-LOG-FILE.
           CLOSE AUDIT-JOURNAL-FILE.
           CLOSE COMPANY-FILE.
           CLOSE RECEIPT-FILE.
           CLOSE LANDED-COST-FILE.
           CLOSE PREPAID-FILE.
           CLOSE PROJECT-FILE.
           CLOSE VOUCHER-ARCHIVE-FILE.
           CLOSE COST-ALLOCATION-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-ADD.
           IF VOUCHER-PO-NUMBER NOT = ZEROES
               AND PO-FOUND = "Y"
               PERFORM ENTER-VOUCHER-PO-LINES.
           IF VOUCHER-PO-NUMBER = ZEROES
               AND NOT VOUCHER-IS-PREPAYMENT
               PERFORM ENTER-LANDED-COST-TAGS.
           PERFORM ENTER-VOUCHER-DATE.
           PERFORM ENTER-VOUCHER-DUE.
           PERFORM ENTER-VOUCHER-EXPENSE-CATEGORY.
           PERFORM ENTER-VOUCHER-GL-ACCOUNT.
           PERFORM ENTER-VOUCHER-USE-TAX.
           PERFORM ENTER-VOUCHER-PROJECT.
           PERFORM ENTER-VOUCHER-RETAINAGE.
           PERFORM ENTER-ON-BEHALF-OF.
           PERFORM ENTER-VOUCHER-ALLOCATION.
           IF NOT VOUCHER-IS-CREDIT-MEMO
               AND NOT VOUCHER-IS-PREPAYMENT
               AND VOUCHER-ON-BEHALF-OF = SPACES
               AND LANDED-TAG-COUNT = ZEROES
               AND VOUCHER-AMOUNT > ZERO
               AND VOUCHER-NOT-ALLOCATED
               PERFORM ENTER-PREPAID-EXPENSE.
           IF NOT VOUCHER-IS-CREDIT-MEMO
               AND NOT VOUCHER-IS-PREPAYMENT
               PERFORM OFFER-OPEN-PREPAYMENTS.
               PERFORM WRITE-MATCH-EXCEPTION-RECORD.
           IF ALLOC-LINE-COUNT NOT = ZEROES
               PERFORM POST-LINE-ALLOCATIONS.
           IF LANDED-TAG-COUNT NOT = ZEROES
               PERFORM POST-LANDED-COST-TAGS.
           IF IS-PREPAID-EXPENSE = "Y"
               PERFORM WRITE-PREPAID-SCHEDULE.
           ADD 1 TO BATCH-VOUCHER-COUNT.
           ADD VOUCHER-AMOUNT TO BATCH-VOUCHER-TOTAL.
           PERFORM OFFER-VOUCHER-NOTES.
           MOVE "N" TO VOUCHER-SELECTED.
           MOVE "USD" TO VOUCHER-CURRENCY-CODE.
           MOVE ZEROES TO ALLOC-LINE-COUNT.
           MOVE ZEROES TO LANDED-TAG-COUNT.
           MOVE "N" TO IS-PREPAID-EXPENSE.
           MOVE ZERO TO APPLY-COUNT.
           MOVE "N" TO VOUCHER-PREPAYMENT.
           MOVE OPERATOR-ID TO VOUCHER-ENTERED-BY.
           MOVE TODAY-CCYYMMDD TO VOUCHER-ENTERED-DATE.

      *****************************************************
      *    Vendor number, with a lookup against the
                   TO ALLOC-TABLE-AMOUNT (ALLOC-LINE-COUNT)
               ADD ALLOC-AMOUNT TO ALLOC-TOTAL-AMOUNT.

      *****************************************************
      *         RECEIPTS A FREIGHT OR DUTY BILL LANDS ON
      *****************************************************
      *-------------------------------------------------------------
      * A carrier's or customs broker's bill carries no PO of its
      * own - it is the cost of getting somebody else's goods
      * here. The operator names the receipts it covers (PO
      * number and receipt sequence from the receiving register)
      * and whether LNDALC01 should spread it over them by value
      * or by quantity. Returns and QC-rejected deliveries never
      * reached the shelf and are refused, as is a receipt
      * already tagged to this bill.
      *-------------------------------------------------------------
       ENTER-LANDED-COST-TAGS.
           MOVE ZEROES TO LANDED-TAG-COUNT.
           PERFORM ACCEPT-IS-LANDED-COST.
           PERFORM RE-ACCEPT-IS-LANDED-COST
               UNTIL IS-LANDED-COST = "Y" OR "N".
           IF IS-LANDED-COST = "Y"
               PERFORM ENTER-LANDED-COST-BASIS
               DISPLAY "ENTER THE RECEIPTS THIS BILL LANDS ON."
               PERFORM ENTER-ONE-LANDED-TAG
               PERFORM ENTER-MORE-LANDED-TAGS
                   UNTIL LANDED-PO-NUMBER = ZEROES
               IF LANDED-TAG-COUNT = ZEROES
                   DISPLAY "NO RECEIPTS TAGGED - THE BILL STAYS "
                       "IN EXPENSE".

       ACCEPT-IS-LANDED-COST.
           DISPLAY "IS THIS A FREIGHT, BROKERAGE, OR DUTY BILL".
           DISPLAY "TO LAND ON RECEIVED GOODS (Y/N)?".
           ACCEPT IS-LANDED-COST.
           INSPECT IS-LANDED-COST
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-IS-LANDED-COST.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-IS-LANDED-COST.

       ENTER-LANDED-COST-BASIS.
           PERFORM ACCEPT-LANDED-COST-BASIS.
           PERFORM RE-ACCEPT-LANDED-COST-BASIS
               UNTIL LANDED-BASIS = "V" OR "Q".

       ACCEPT-LANDED-COST-BASIS.
           DISPLAY "SPREAD IT BY V)ALUE OR Q)UANTITY RECEIVED?".
           ACCEPT LANDED-BASIS.
           INSPECT LANDED-BASIS
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-LANDED-COST-BASIS.
           DISPLAY "YOU MUST ENTER V OR Q".
           PERFORM ACCEPT-LANDED-COST-BASIS.

       ENTER-MORE-LANDED-TAGS.
           PERFORM STASH-THE-LANDED-TAG.
           PERFORM ENTER-ONE-LANDED-TAG.

       ENTER-ONE-LANDED-TAG.
           PERFORM ACCEPT-LANDED-RECEIPT.
           PERFORM ACCEPT-LANDED-RECEIPT
               UNTIL LANDED-RECEIPT-OK = "Y"
                   OR LANDED-PO-NUMBER = ZEROES.

       ACCEPT-LANDED-RECEIPT.
           DISPLAY "ENTER THE RECEIPT'S PO NUMBER (0 WHEN DONE)".
           ACCEPT LANDED-PO-NUMBER.
           MOVE "N" TO LANDED-RECEIPT-OK.
           IF LANDED-PO-NUMBER NOT = ZEROES
               DISPLAY "ENTER THE RECEIPT SEQUENCE"
               ACCEPT LANDED-RECEIPT-SEQ
               PERFORM CHECK-LANDED-RECEIPT.

       CHECK-LANDED-RECEIPT.
           MOVE LANDED-PO-NUMBER TO RCPT-PO-NUMBER.
           MOVE LANDED-RECEIPT-SEQ TO RCPT-SEQUENCE.
           MOVE "Y" TO RECEIPT-FOUND.
           READ RECEIPT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECEIPT-FOUND.
           IF RECEIPT-FOUND = "N"
               DISPLAY "RECEIPT NOT ON FILE - PLEASE RE-ENTER"
           ELSE
           IF RCPT-IS-RETURN
               DISPLAY "** THAT IS A RETURN, NOT A RECEIPT - "
                   "REFUSED **"
           ELSE
           IF RCPT-IS-REJECTED
               DISPLAY "** QC REJECTED THAT DELIVERY - REFUSED **"
           ELSE
               PERFORM CHECK-LANDED-DUPLICATE.

       CHECK-LANDED-DUPLICATE.
           MOVE "N" TO LANDED-DUPLICATE.
           MOVE 1 TO LANDED-SUB.
           PERFORM CHECK-ONE-LANDED-TAG
               UNTIL LANDED-SUB > LANDED-TAG-COUNT.
           IF LANDED-DUPLICATE = "Y"
               DISPLAY "** THAT RECEIPT IS ALREADY TAGGED **"
           ELSE
               MOVE "Y" TO LANDED-RECEIPT-OK
               DISPLAY "RECEIVED " RCPT-DATE " QTY " RCPT-QUANTITY
                   " AMOUNT " RCPT-AMOUNT " " RCPT-REFERENCE.

       CHECK-ONE-LANDED-TAG.
           IF LANDED-TABLE-PO (LANDED-SUB) = LANDED-PO-NUMBER
               AND LANDED-TABLE-SEQ (LANDED-SUB) = LANDED-RECEIPT-SEQ
               MOVE "Y" TO LANDED-DUPLICATE.
           ADD 1 TO LANDED-SUB.

       STASH-THE-LANDED-TAG.
           IF LANDED-TAG-COUNT = LANDED-TABLE-LIMIT
               DISPLAY "** RECEIPT TABLE FULL - RECEIPT "
                   LANDED-PO-NUMBER "-" LANDED-RECEIPT-SEQ
                   " NOT TAGGED **"
           ELSE
               ADD 1 TO LANDED-TAG-COUNT
               MOVE LANDED-PO-NUMBER
                   TO LANDED-TABLE-PO (LANDED-TAG-COUNT)
               MOVE LANDED-RECEIPT-SEQ
                   TO LANDED-TABLE-SEQ (LANDED-TAG-COUNT).

       ENTER-VOUCHER-DATE.
           MOVE "ENTER THE VOUCHER DATE (MM/DD/CCYY)"
               TO DATE-PROMPT.
       ENTER-VOUCHER-RETAINAGE.
           MOVE ZEROES TO VOUCHER-RETAINAGE-PCT.
           MOVE ZEROES TO VOUCHER-RETAINED-AMOUNT.
           MOVE "N" TO VOUCHER-RETAINAGE-REL.
           IF NOT VOUCHER-IS-CREDIT-MEMO
               AND NOT VOUCHER-IS-PREPAYMENT
           DISPLAY "(NN.NN, 0 IF NONE)".
           ACCEPT VOUCHER-RETAINAGE-PCT.
           IF VOUCHER-RETAINAGE-PCT NOT = ZEROES
               AND VOUCHER-PROJECT = SPACES
               DISPLAY "ENTER THE PROJECT CODE"
               ACCEPT VOUCHER-PROJECT
               INSPECT VOUCHER-PROJECT
                   CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           IF VOUCHER-RETAINAGE-PCT NOT = ZEROES
               COMPUTE VOUCHER-RETAINED-AMOUNT ROUNDED =
                   VOUCHER-AMOUNT * VOUCHER-RETAINAGE-PCT / 100
               DISPLAY "RETAINED " VOUCHER-RETAINED-AMOUNT
                   " - PAYMENT RUNS WILL PAY NET OF IT".

      *-------------------------------------------------------------
      * The project and cost code a job's bill is charged to.
      * The pair has to be on the project master, as it does on
      * a PO; left blank, a voucher against a project PO takes
      * the PO's codes, and any other voucher is overhead. The
      * budget test is POMNT01's - everything the cost code has
      * taken over the life of the job plus this bill - except
      * that the voucher's own PO is left out of the commitment,
      * since this bill is what is relieving it. A prepayment
      * is not cost to anyone until its invoice arrives.
      *-------------------------------------------------------------
       ENTER-VOUCHER-PROJECT.
           MOVE SPACES TO VOUCHER-PROJECT.
           MOVE SPACES TO VOUCHER-COST-CODE.
           IF NOT VOUCHER-IS-PREPAYMENT
               PERFORM ACCEPT-VOUCHER-PROJECT
               PERFORM RE-ACCEPT-VOUCHER-PROJECT
                   UNTIL PROJECT-FOUND = "Y"
                       OR VOUCHER-PROJECT = SPACES
               PERFORM CHECK-VOUCHER-PROJECT-BUDGET.

       ACCEPT-VOUCHER-PROJECT.
           DISPLAY "ENTER THE PROJECT THIS VOUCHER IS FOR".
           IF VOUCHER-PO-NUMBER NOT = ZEROES
               AND PO-FOUND = "Y"
               AND PO-PROJECT NOT = SPACES
               DISPLAY "(BLANK FOR THE PO'S " PO-PROJECT " "
                   PO-COST-CODE ")"
           ELSE
               DISPLAY "(BLANK IF NOT FOR A PROJECT)".
           MOVE SPACES TO VOUCHER-PROJECT.
           MOVE SPACES TO VOUCHER-COST-CODE.
           ACCEPT VOUCHER-PROJECT.
           INSPECT VOUCHER-PROJECT
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           IF VOUCHER-PROJECT = SPACES
               AND VOUCHER-PO-NUMBER NOT = ZEROES
               AND PO-FOUND = "Y"
               MOVE PO-PROJECT TO VOUCHER-PROJECT
               MOVE PO-COST-CODE TO VOUCHER-COST-CODE
           ELSE
           IF VOUCHER-PROJECT NOT = SPACES
               DISPLAY "ENTER THE COST CODE"
               ACCEPT VOUCHER-COST-CODE
               INSPECT VOUCHER-COST-CODE
                   CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           MOVE "N" TO PROJECT-FOUND.
           IF VOUCHER-PROJECT NOT = SPACES
               PERFORM READ-VOUCHER-PROJECT-RECORD.

       RE-ACCEPT-VOUCHER-PROJECT.
           DISPLAY "PROJECT/COST CODE NOT ON THE PROJECT MASTER".
           PERFORM ACCEPT-VOUCHER-PROJECT.

       READ-VOUCHER-PROJECT-RECORD.
           MOVE VOUCHER-PROJECT TO PROJECT-CODE.
           MOVE VOUCHER-COST-CODE TO PROJECT-COST-CODE.
           MOVE "Y" TO PROJECT-FOUND.
           READ PROJECT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO PROJECT-FOUND.

       CHECK-VOUCHER-PROJECT-BUDGET.
           IF VOUCHER-PROJECT NOT = SPACES
               PERFORM TOTAL-PROJECT-COMMITMENT
               PERFORM TOTAL-PROJECT-VOUCHERED
               PERFORM WARN-IF-PROJECT-OVER-BUDGET.

       TOTAL-PROJECT-COMMITMENT.
           MOVE PO-RECORD TO SAVED-PO-RECORD.
           MOVE VOUCHER-PO-NUMBER TO PROJECT-CHECK-PO.
           MOVE ZEROES TO PROJECT-COMMITTED.
           MOVE ZEROES TO PO-NUMBER.
           MOVE "N" TO PO-FILE-AT-END-2.
           START PO-FILE KEY > PO-NUMBER
               INVALID KEY
                   MOVE "Y" TO PO-FILE-AT-END-2.
           PERFORM TOTAL-ONE-PROJECT-PO
               UNTIL PO-FILE-AT-END-2 = "Y".
           MOVE SAVED-PO-RECORD TO PO-RECORD.

       TOTAL-ONE-PROJECT-PO.
           READ PO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PO-FILE-AT-END-2.
           IF PO-FILE-AT-END-2 NOT = "Y"
               AND PO-NUMBER NOT = PROJECT-CHECK-PO
               AND PO-PROJECT = PROJECT-CODE
               AND PO-COST-CODE = PROJECT-COST-CODE
               AND PO-TAKES-RECEIPTS
               AND NOT PO-IS-BLANKET
               PERFORM ADD-ONE-PROJECT-COMMITMENT.

       ADD-ONE-PROJECT-COMMITMENT.
           COMPUTE PO-OPEN-COMMITMENT =
               PO-ORDERED-AMOUNT - PO-RECEIVED-AMOUNT.
           IF PO-OPEN-COMMITMENT > ZERO
               ADD PO-OPEN-COMMITMENT TO PROJECT-COMMITTED.

       TOTAL-PROJECT-VOUCHERED.
           MOVE VOUCHER-RECORD TO SAVED-VOUCHER-RECORD.
           MOVE ZEROES TO PROJECT-VOUCHERED.
           MOVE ZEROES TO VOUCHER-NUMBER.
           MOVE "N" TO VOUCHER-FILE-AT-END-2.
           START VOUCHER-FILE KEY NOT < VOUCHER-NUMBER
               INVALID KEY
                   MOVE "Y" TO VOUCHER-FILE-AT-END-2.
           PERFORM TOTAL-ONE-PROJECT-VOUCHER
               UNTIL VOUCHER-FILE-AT-END-2 = "Y".
           MOVE SAVED-VOUCHER-RECORD TO VOUCHER-RECORD.
           MOVE "N" TO ARCHIVE-FILE-AT-END.
           MOVE ZEROES TO ARCH-VOUCHER-NUMBER.
           START VOUCHER-ARCHIVE-FILE KEY > ARCH-VOUCHER-NUMBER
               INVALID KEY
                   MOVE "Y" TO ARCHIVE-FILE-AT-END.
           PERFORM TOTAL-ONE-PROJECT-ARCHIVE
               UNTIL ARCHIVE-FILE-AT-END = "Y".

       TOTAL-ONE-PROJECT-VOUCHER.
           READ VOUCHER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO VOUCHER-FILE-AT-END-2.
           IF VOUCHER-FILE-AT-END-2 NOT = "Y"
               AND VOUCHER-PROJECT = PROJECT-CODE
               AND VOUCHER-COST-CODE = PROJECT-COST-CODE
               AND VOUCHER-VOID-DATE = ZEROES
               ADD VOUCHER-AMOUNT TO PROJECT-VOUCHERED.

       TOTAL-ONE-PROJECT-ARCHIVE.
           READ VOUCHER-ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ARCHIVE-FILE-AT-END.
           IF ARCHIVE-FILE-AT-END NOT = "Y"
               AND ARCH-VOUCHER-PROJECT = PROJECT-CODE
               AND ARCH-VOUCHER-COST-CODE = PROJECT-COST-CODE
               ADD ARCH-VOUCHER-AMOUNT TO PROJECT-VOUCHERED.

       WARN-IF-PROJECT-OVER-BUDGET.
           IF PROJECT-VOUCHERED + PROJECT-COMMITTED
                   + VOUCHER-AMOUNT > PROJECT-BUDGET
               DISPLAY "** PROJECT BUDGET WARNING - " PROJECT-CODE
                   " COST CODE " PROJECT-COST-CODE " **"
               DISPLAY "VOUCHERED " PROJECT-VOUCHERED
                   " PLUS COMMITTED " PROJECT-COMMITTED
                   " PLUS THIS " VOUCHER-AMOUNT
                   " EXCEEDS THE BUDGET OF " PROJECT-BUDGET.

      *-------------------------------------------------------------
      * When the management company is cutting the check for a
      * bill that belongs on a subsidiary's books, the operator
           DISPLAY "COMPANY NOT ON THE DIRECTORY - PLEASE RE-ENTER".
           PERFORM ACCEPT-ON-BEHALF-OF.

      *-------------------------------------------------------------
      * Rent, utilities, the phone bill - a bill shared across
      * departments names the allocation template (CCAMNT01)
      * that splits it. The voucher keeps the account it was
      * keyed to; GLAEXP01 debits the template's accounts, and
      * the split is shown here so the operator can see where
      * the money is going. Not offered for a prepayment, a bill
      * booked on another company's behalf, or freight landed on
      * receipts - none of those is this company's expense yet.
      * A split bill isn't also amortized as a prepaid expense.
      *-------------------------------------------------------------
       ENTER-VOUCHER-ALLOCATION.
           MOVE SPACES TO VOUCHER-CCA-CODE.
           IF NOT VOUCHER-IS-PREPAYMENT
               AND VOUCHER-ON-BEHALF-OF = SPACES
               AND LANDED-TAG-COUNT = ZEROES
               PERFORM ACCEPT-VOUCHER-ALLOCATION
               PERFORM RE-ACCEPT-VOUCHER-ALLOCATION
                   UNTIL CCA-FOUND = "Y".
           IF VOUCHER-CCA-CODE NOT = SPACES
               PERFORM DISPLAY-VOUCHER-ALLOCATION.

       ACCEPT-VOUCHER-ALLOCATION.
           DISPLAY "ENTER THE ALLOCATION TEMPLATE THAT SPLITS".
           DISPLAY "THIS BILL (BLANK IF IT ISN'T SPLIT)".
           MOVE SPACES TO VOUCHER-CCA-CODE.
           ACCEPT VOUCHER-CCA-CODE.
           INSPECT VOUCHER-CCA-CODE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           MOVE "Y" TO CCA-FOUND.
           IF VOUCHER-CCA-CODE NOT = SPACES
               PERFORM READ-CCA-RECORD.

       RE-ACCEPT-VOUCHER-ALLOCATION.
           DISPLAY "ALLOCATION TEMPLATE NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-VOUCHER-ALLOCATION.

       READ-CCA-RECORD.
           MOVE "Y" TO CCA-FOUND.
           MOVE VOUCHER-CCA-CODE TO CCA-CODE.
           READ COST-ALLOCATION-FILE RECORD
               INVALID KEY
                   MOVE "N" TO CCA-FOUND.

       DISPLAY-VOUCHER-ALLOCATION.
           DISPLAY "SPLIT BY " CCA-CODE " - " CCA-DESCRIPTION.
           MOVE VOUCHER-AMOUNT TO CCA-SPLIT-TOTAL.
           PERFORM COMPUTE-CCA-SPLIT.
           MOVE 1 TO CCA-SUB.
           PERFORM DISPLAY-ONE-CCA-SHARE
               UNTIL CCA-SUB > CCA-LINE-COUNT.

       DISPLAY-ONE-CCA-SHARE.
           MOVE CCA-PERCENT (CCA-SUB) TO CCA-PERCENT-DISPLAY.
           MOVE CCA-SPLIT-AMOUNT (CCA-SUB) TO CCA-SHARE-DISPLAY.
           DISPLAY "   ACCOUNT " CCA-GL-ACCOUNT (CCA-SUB) " "
               CCA-PERCENT-DISPLAY "% " CCA-SHARE-DISPLAY.
           ADD 1 TO CCA-SUB.

      *****************************************************
      *    PREPAID EXPENSE AMORTIZATION
      *****************************************************
      *-------------------------------------------------------------
      * The annual premium or subscription that used to land in
      * expense the month it was keyed. Marked prepaid, the
      * voucher is recoded to the prepaid account so GLAEXP01
      * books it to the asset, and the account the operator
      * keyed goes on the schedule with the month service starts
      * and the months it covers - PPDREL01 moves it to expense
      * a month at a time from there. The voucher's own account
      * has to be the expense, not the prepaid account itself.
      *-------------------------------------------------------------
       ENTER-PREPAID-EXPENSE.
           PERFORM ACCEPT-IS-PREPAID-EXPENSE.
           PERFORM RE-ACCEPT-IS-PREPAID-EXPENSE
               UNTIL IS-PREPAID-EXPENSE = "Y" OR "N".
           IF IS-PREPAID-EXPENSE = "Y"
               PERFORM REQUIRE-PREPAID-ACCOUNT
               PERFORM CHECK-PREPAID-EXPENSE-ACCOUNT.
           IF IS-PREPAID-EXPENSE = "Y"
               PERFORM ENTER-PREPAID-START-DATE
               PERFORM ENTER-PREPAID-MONTHS
               MOVE VOUCHER-GL-ACCOUNT-NUMBER
                   TO PREPAID-EXPENSE-ACCOUNT
               MOVE CONTROL-PREPAID-ACCOUNT
                   TO VOUCHER-GL-ACCOUNT-NUMBER
               COMPUTE PREPAID-AMOUNT ROUNDED =
                   VOUCHER-AMOUNT / PREPAID-MONTHS
               DISPLAY "BOOKED TO PREPAID ACCOUNT "
                   CONTROL-PREPAID-ACCOUNT " - " PREPAID-MONTHS
                   " MONTH(S) OF " PREPAID-AMOUNT " TO "
                   PREPAID-EXPENSE-ACCOUNT.

       ACCEPT-IS-PREPAID-EXPENSE.
           DISPLAY "IS THIS A PREPAID EXPENSE TO AMORTIZE OVER".
           DISPLAY "THE MONTHS IT COVERS (Y/N)?".
           ACCEPT IS-PREPAID-EXPENSE.
           INSPECT IS-PREPAID-EXPENSE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-IS-PREPAID-EXPENSE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-IS-PREPAID-EXPENSE.

       CHECK-PREPAID-EXPENSE-ACCOUNT.
           IF VOUCHER-GL-ACCOUNT-NUMBER = CONTROL-PREPAID-ACCOUNT
               DISPLAY "** CODED TO THE PREPAID ACCOUNT ITSELF - "
                   "NOT MARKED PREPAID **"
               DISPLAY "A PREPAID VOUCHER IS CODED TO THE EXPENSE "
                   "IT AMORTIZES TO"
               MOVE "N" TO IS-PREPAID-EXPENSE.

      *-------------------------------------------------------------
      * The prepaid account lives on the control record like the
      * other balancing accounts - keyed the first time it is
      * needed and saved.
      *-------------------------------------------------------------
       REQUIRE-PREPAID-ACCOUNT.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-PREPAID-ACCOUNT.
           IF CONTROL-PREPAID-ACCOUNT NOT NUMERIC
               MOVE ZEROES TO CONTROL-PREPAID-ACCOUNT.
           IF CONTROL-PREPAID-ACCOUNT = ZEROES
               PERFORM ENTER-PREPAID-ACCOUNT
               PERFORM SAVE-CONTROL-RECORD.

       ENTER-PREPAID-ACCOUNT.
           PERFORM ACCEPT-PREPAID-ACCOUNT.
           PERFORM RE-ACCEPT-PREPAID-ACCOUNT
               UNTIL GL-ACCOUNT-FOUND = "Y".

       ACCEPT-PREPAID-ACCOUNT.
           DISPLAY "ENTER THE PREPAID EXPENSE ACCOUNT NUMBER".
           ACCEPT CONTROL-PREPAID-ACCOUNT.
           MOVE CONTROL-PREPAID-ACCOUNT TO GL-ACCOUNT-NUMBER.
           PERFORM READ-GLACCOUNT-RECORD.

       RE-ACCEPT-PREPAID-ACCOUNT.
           DISPLAY "ACCOUNT NOT ON THE CHART OF ACCOUNTS".
           PERFORM ACCEPT-PREPAID-ACCOUNT.

       ENTER-PREPAID-START-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "ENTER THE DATE THE SERVICE STARTS (MM/DD/CCYY)"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO PREPAID-START-DATE.

       ENTER-PREPAID-MONTHS.
           DISPLAY "HOW MANY MONTHS DOES IT COVER (2-120)?".
           ACCEPT PREPAID-MONTHS.
           IF PREPAID-MONTHS < 2 OR PREPAID-MONTHS > 120
               DISPLAY "THE MONTHS MUST BE 2 THROUGH 120"
               PERFORM ENTER-PREPAID-MONTHS.

      *****************************************************
      *    INSTALLMENT PAYMENT SCHEDULES
      *****************************************************
           MOVE "USD" TO VOUCHER-CURRENCY-CODE.
           MOVE "N" TO VOUCHER-PREPAYMENT.
           MOVE SPACES TO VOUCHER-ON-BEHALF-OF.
           MOVE "VCHMNT01" TO VOUCHER-ENTERED-BY.
           MOVE TODAY-CCYYMMDD TO VOUCHER-ENTERED-DATE.
           MOVE ENTERED-VENDOR TO VOUCHER-VENDOR.
           MOVE SPACES TO VOUCHER-INVOICE.
           STRING "PREPAY-" APPLY-PREPAY-NUMBER (APPLY-SUB)
               INVALID KEY
               DISPLAY "ERROR REWRITING PO LINE RECORD".

      *-------------------------------------------------------------
      * The receipts tagged during entry go on the landed cost
      * file now the voucher has its number, each carrying the
      * bill's amount and GL account for LNDALC01 to spread.
      *-------------------------------------------------------------
       POST-LANDED-COST-TAGS.
           MOVE 1 TO LANDED-SUB.
           PERFORM WRITE-ONE-LANDED-TAG
               UNTIL LANDED-SUB > LANDED-TAG-COUNT.
           DISPLAY LANDED-TAG-COUNT " RECEIPT(S) TAGGED FOR LANDED "
               "COST".

       WRITE-ONE-LANDED-TAG.
           MOVE VOUCHER-NUMBER TO LCST-VOUCHER-NUMBER.
           MOVE LANDED-SUB TO LCST-SEQUENCE.
           MOVE LANDED-TABLE-PO (LANDED-SUB) TO LCST-PO-NUMBER.
           MOVE LANDED-TABLE-SEQ (LANDED-SUB)
               TO LCST-RECEIPT-SEQUENCE.
           MOVE LANDED-BASIS TO LCST-BASIS.
           MOVE VOUCHER-AMOUNT TO LCST-VOUCHER-AMOUNT.
           MOVE VOUCHER-GL-ACCOUNT-NUMBER TO LCST-GL-ACCOUNT.
           MOVE TODAY-CCYYMMDD TO LCST-TAGGED-DATE.
           MOVE OPERATOR-ID TO LCST-TAGGED-BY.
           MOVE "P" TO LCST-STATUS.
           MOVE ZEROES TO LCST-ALLOCATED-DATE.
           MOVE ZEROES TO LCST-ALLOCATED-AMOUNT.
           MOVE "N" TO LCST-COSTED.
           MOVE ZEROES TO LCST-INVH-NUMBER.
           WRITE LANDED-COST-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING LANDED COST TAG".
           ADD 1 TO LANDED-SUB.

      *-------------------------------------------------------------
      * The schedule goes on file for the whole voucher amount
      * before any installment split - the installments all
      * carry the prepaid account, so the asset still gets every
      * dollar the schedule takes out of it.
      *-------------------------------------------------------------
       WRITE-PREPAID-SCHEDULE.
           MOVE VOUCHER-NUMBER TO PPD-VOUCHER-NUMBER.
           MOVE VOUCHER-VENDOR TO PPD-VENDOR.
           MOVE VOUCHER-FOR TO PPD-DESCRIPTION.
           MOVE VOUCHER-EXPENSE-CATEGORY TO PPD-EXPENSE-CATEGORY.
           MOVE PREPAID-EXPENSE-ACCOUNT TO PPD-EXPENSE-ACCOUNT.
           MOVE VOUCHER-GL-ACCOUNT-NUMBER TO PPD-PREPAID-ACCOUNT.
           MOVE VOUCHER-AMOUNT TO PPD-AMOUNT.
           MOVE PREPAID-START-DATE TO PPD-START-DATE.
           MOVE PREPAID-MONTHS TO PPD-MONTHS.
           MOVE "A" TO PPD-STATUS.
           MOVE ZEROES TO PPD-MONTHS-RELEASED.
           MOVE ZEROES TO PPD-AMOUNT-RELEASED.
           MOVE ZEROES TO PPD-LAST-RELEASE-PERIOD.
           MOVE ZEROES TO PPD-LAST-RELEASE-BATCH.
           MOVE OPERATOR-ID TO PPD-ENTERED-BY.
           MOVE TODAY-CCYYMMDD TO PPD-ENTERED-DATE.
           WRITE PREPAID-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING PREPAID SCHEDULE".

           COPY "PLDATE01.CBL".

           COPY "PLPERD01.CBL".
           COPY "PLBDAY01.CBL".

           COPY "PLVNOTE1.CBL".

           COPY "PLCCA01.CBL".
