      * Customer credit balances refunded through A/P
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSRFD01.
      *------------------------------------------
      * The customer sibling of VNDRFD01. When credit memos or an
      * overpayment leave a customer owing less than nothing,
      * the money used to sit on the Sales Transaction File
      * until somebody noticed. Signs on an operator against the
      * shared OPERATOR-FILE, takes the refund clearing GL
      * account once for the session, then:
      *   1 - lists every customer whose open items net to a
      *       credit, with the refund vendor already set up;
      *   2 - refunds one customer's whole credit balance.
      * A refund pays the customer back through A/P. The
      * customer's refund vendor - set up here on the first
      * refund, active and paid by check, and refreshed from the
      * billing name and address on every one after - gets a
      * voucher for the credit balance under the next
      * CONTROL-LAST-VOUCHER number, charged to the clearing
      * account and ENTERED BY the operator, so VCHAPR01 and the
      * CHKPRT01 run apply the approval threshold and the
      * segregation rules to it like any keyed voucher. The same
      * number makes the refund adjustment (reason RF, numbered
      * R + the voucher number, unposted for STXPST01) that goes
      * on the Sales Transaction File already settled, and every
      * open item the credits covered is settled with it, so the
      * receivable and the payable agree. STXGLX01 credits the
      * clearing account with the adjustment; GLAEXP01 debits it
      * with the voucher. Run this from the A/P data directory
      * so the voucher, control, and audit-log files land in the
      * right books.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLSTRX01.CBL".

           COPY "SLCUST01.CBL".

           COPY "SLVOUCH.CBL".

           COPY "SLCONTRL.CBL".

           COPY "SLVND02.CBL".

           COPY "SLGLACT01.CBL".

           COPY "SLCTLLOG.CBL".

           COPY "SLOPER01.CBL".

           COPY "SLSGNLOG.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDSTRX01.CBL".

           COPY "FDCUST01.CBL".

           COPY "FDVOUCH.CBL".

           COPY "FDCONTRL.CBL".

           COPY "FDVND04.CBL".

           COPY "FDGLACT01.CBL".

           COPY "FDCTLLOG.CBL".

           COPY "FDOPER01.CBL".

           COPY "FDSGNLOG.CBL".

       WORKING-STORAGE SECTION.
       77  REFUND-OPERATOR             PIC X(8).
       77  MENU-PICK                   PIC 9.
           88  MENU-PICK-IS-VALID      VALUES 0 THRU 2.
       77  RECORD-FOUND                PIC X.
       77  CUSTOMER-EOF                PIC X.
       77  TRANSACTION-EOF             PIC X.
       77  VENDOR-EOF                  PIC X.
       77  VENDOR-OK                   PIC X.
       77  CONFIRM-REFUND              PIC X.
       77  REFUND-ACCOUNT              PIC 9(6).
       77  ENTERED-CUSTOMER            PIC 9(5).
       77  CURRENT-CUSTOMER            PIC 9(5).
       77  NEW-VENDOR-NUMBER           PIC 9(6).
       77  NEW-VOUCHER-NUMBER          PIC 9(7).
       77  CUSTOMER-BALANCE            PIC S9(7)V99.
       77  REFUND-AMOUNT               PIC S9(7)V99.
       77  ITEM-OPEN-AMOUNT            PIC S9(7)V99.
       77  LARGEST-ADJUSTMENT          PIC S9(7)V99 VALUE 99999.99.
       77  OPEN-CREDIT-COUNT           PIC 9(3).
       77  OPEN-INVOICE-COUNT          PIC 9(3).
       77  ITEMS-SETTLED               PIC 9(3).
       77  DISPLAY-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
       77  TODAY-DATE                  PIC 9(8).
       77  CURRENT-TIME                PIC 9(8).
       77  OLD-CONTROL-VALUE           PIC 9(8).
       77  CREDIT-CUSTOMERS-LISTED     PIC 9(5) VALUE ZERO.
       77  REFUNDS-WRITTEN             PIC 9(5) VALUE ZERO.
       77  VENDORS-SET-UP              PIC 9(5) VALUE ZERO.
       77  DOLLARS-REFUNDED            PIC S9(9)V99 VALUE ZERO.

       01  REFUND-INVOICE-BUILD.
           05  FILLER                  PIC X(1)    VALUE "R".
           05  RIB-VOUCHER-NUMBER      PIC 9(7).

           COPY "WSCASE01.CBL".

           COPY "WSSGNON1.CBL".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM SIGN-ON.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           OPEN I-O SALES-TRANSACTION-FILE.
           OPEN I-O CUSTMAST.
           OPEN I-O VOUCHER-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN I-O VENDOR-FILE.
           OPEN INPUT GLACCOUNT-FILE.
           OPEN EXTEND CONTROL-LOG-FILE.
           OPEN I-O OPERATOR-FILE.
           OPEN EXTEND SIGNON-LOG-FILE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE SALES-TRANSACTION-FILE.
           CLOSE CUSTMAST.
           CLOSE VOUCHER-FILE.
           CLOSE CONTROL-FILE.
           CLOSE VENDOR-FILE.
           CLOSE GLACCOUNT-FILE.
           CLOSE CONTROL-LOG-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE SIGNON-LOG-FILE.
           DISPLAY " ".
           DISPLAY "----- CUSTOMER REFUND SESSION TOTALS -----".
           DISPLAY "CREDIT BALANCES LISTED: " CREDIT-CUSTOMERS-LISTED.
           DISPLAY "REFUND VOUCHERS WRITTEN: " REFUNDS-WRITTEN.
           DISPLAY "REFUND VENDORS SET UP:  " VENDORS-SET-UP.
           DISPLAY "DOLLARS REFUNDED:       " DOLLARS-REFUNDED.
           DISPLAY "------------------------------------------".

       SIGN-ON.
           MOVE "CUSRFD01" TO SIGN-ON-PROGRAM.
           PERFORM OPERATOR-SIGN-ON.
           MOVE OPERATOR-ID TO REFUND-OPERATOR.

      *----------------------------------------------------
      *                       MENU
      *----------------------------------------------------
       MAIN-PROCESS.
           PERFORM ENTER-REFUND-ACCOUNT.
           PERFORM GET-MENU-PICK.
           PERFORM DO-THE-PICK
               UNTIL MENU-PICK = 0.

       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           DISPLAY " ".
           DISPLAY "1. LIST CUSTOMER CREDIT BALANCES".
           DISPLAY "2. REFUND A CUSTOMER'S CREDIT BALANCE".
           DISPLAY "0. EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "ENTER YOUR CHOICE".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "YOU MUST ENTER 0 THROUGH 2".
           PERFORM ACCEPT-MENU-PICK.

       DO-THE-PICK.
           IF MENU-PICK = 1
               PERFORM LIST-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM REFUND-MODE.
           IF MENU-PICK NOT = 0
               PERFORM GET-MENU-PICK.

      *-------------------------------------------------------------
      * The account the refund vouchers charge and STXGLX01
      * credits - it has to be on the chart and open for
      * posting, or the two journals never meet.
      *-------------------------------------------------------------
       ENTER-REFUND-ACCOUNT.
           PERFORM ACCEPT-REFUND-ACCOUNT.
           PERFORM RE-ACCEPT-REFUND-ACCOUNT
               UNTIL RECORD-FOUND = "Y".

       ACCEPT-REFUND-ACCOUNT.
           DISPLAY "ENTER THE CUSTOMER REFUND CLEARING GL ACCOUNT".
           ACCEPT REFUND-ACCOUNT.
           MOVE REFUND-ACCOUNT TO GL-ACCOUNT-NUMBER.
           PERFORM READ-GL-ACCOUNT-RECORD.
           IF RECORD-FOUND = "Y"
               AND NOT GL-ACCOUNT-IS-ACTIVE
               MOVE "N" TO RECORD-FOUND.

       RE-ACCEPT-REFUND-ACCOUNT.
           DISPLAY "NOT AN ACTIVE ACCOUNT ON THE CHART - RE-ENTER".
           PERFORM ACCEPT-REFUND-ACCOUNT.

      *****************************************************
      *        1 - LIST THE CREDIT BALANCES
      *****************************************************
       LIST-MODE.
           DISPLAY " ".
           DISPLAY "CUSTOMERS WITH A CREDIT BALANCE".
           MOVE ZEROES TO CM-CUSTOMER-NUMBER.
           MOVE "N" TO CUSTOMER-EOF.
           START CUSTMAST
               KEY NOT < CM-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE "Y" TO CUSTOMER-EOF.
           PERFORM LIST-ONE-CUSTOMER
               UNTIL CUSTOMER-EOF = "Y".
           DISPLAY "END OF LIST".

       LIST-ONE-CUSTOMER.
           READ CUSTMAST NEXT RECORD
               AT END
                   MOVE "Y" TO CUSTOMER-EOF.
           IF CUSTOMER-EOF = "N"
               PERFORM FIGURE-THE-BALANCE
               IF CUSTOMER-BALANCE < ZERO
                   PERFORM SHOW-ONE-CREDIT-BALANCE.

       SHOW-ONE-CREDIT-BALANCE.
           ADD 1 TO CREDIT-CUSTOMERS-LISTED.
           MOVE CUSTOMER-BALANCE TO DISPLAY-AMOUNT.
           DISPLAY CM-CUSTOMER-NUMBER " " CM-CUSTOMER-NAME
               " CREDIT " DISPLAY-AMOUNT.
           IF CM-REFUND-VENDOR NOT = ZERO
               DISPLAY "      REFUND VENDOR " CM-REFUND-VENDOR.

      *****************************************************
      *        2 - REFUND ONE CUSTOMER
      *****************************************************
       REFUND-MODE.
           DISPLAY "ENTER THE CUSTOMER NUMBER (0 TO CANCEL)".
           ACCEPT ENTERED-CUSTOMER.
           IF ENTERED-CUSTOMER NOT = ZERO
               PERFORM LOOK-AT-THE-CUSTOMER.

      *-------------------------------------------------------------
      * The refund is the whole net credit - the credits first
      * cover whatever invoices are still open, and only what is
      * left over goes back to the customer. It has to fit the
      * transaction's amount field, and the check needs somewhere
      * to go.
      *-------------------------------------------------------------
       LOOK-AT-THE-CUSTOMER.
           MOVE ENTERED-CUSTOMER TO CM-CUSTOMER-NUMBER.
           PERFORM READ-CUSTOMER-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "CUSTOMER NOT ON FILE"
           ELSE
               PERFORM FIGURE-THE-BALANCE
               PERFORM SHOW-THE-CUSTOMER
               IF CUSTOMER-BALANCE NOT < ZERO
                   DISPLAY "NO CREDIT BALANCE TO REFUND"
               ELSE
               IF CUSTOMER-BALANCE + LARGEST-ADJUSTMENT < ZERO
                   DISPLAY "TOO LARGE FOR ONE REFUND ADJUSTMENT - "
                       "REFER IT TO THE CONTROLLER"
               ELSE
               IF CM-ADDRESS-1 = SPACES
                   DISPLAY "NO BILLING ADDRESS ON FILE - ADD IT IN "
                       "CUSMNT01 BEFORE REFUNDING"
               ELSE
                   PERFORM ENTER-CONFIRM-REFUND
                   IF CONFIRM-REFUND = "Y"
                       PERFORM MAKE-THE-REFUND.

       SHOW-THE-CUSTOMER.
           MOVE CUSTOMER-BALANCE TO DISPLAY-AMOUNT.
           DISPLAY " ".
           DISPLAY "CUSTOMER " CM-CUSTOMER-NUMBER " "
               CM-CUSTOMER-NAME.
           DISPLAY "         " CM-ADDRESS-1.
           DISPLAY "         " CM-CITY " " CM-STATE " " CM-ZIP.
           DISPLAY "OPEN CREDITS: " OPEN-CREDIT-COUNT
               "   OPEN INVOICES: " OPEN-INVOICE-COUNT.
           DISPLAY "NET OPEN BALANCE: " DISPLAY-AMOUNT.

       ENTER-CONFIRM-REFUND.
           PERFORM ACCEPT-CONFIRM-REFUND.
           PERFORM RE-ACCEPT-CONFIRM-REFUND
               UNTIL CONFIRM-REFUND = "Y" OR "N".

       ACCEPT-CONFIRM-REFUND.
           DISPLAY "REFUND THE CREDIT BALANCE BY CHECK (Y/N)?".
           ACCEPT CONFIRM-REFUND.
           IF CONFIRM-REFUND = "y"
               MOVE "Y" TO CONFIRM-REFUND.
           IF CONFIRM-REFUND = "n"
               MOVE "N" TO CONFIRM-REFUND.

       RE-ACCEPT-CONFIRM-REFUND.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-CONFIRM-REFUND.

      *****************************************************
      *        What the customer has open today
      *****************************************************
       FIGURE-THE-BALANCE.
           MOVE CM-CUSTOMER-NUMBER TO CURRENT-CUSTOMER.
           MOVE ZERO TO CUSTOMER-BALANCE.
           MOVE ZERO TO OPEN-CREDIT-COUNT.
           MOVE ZERO TO OPEN-INVOICE-COUNT.
           PERFORM START-AT-THE-CUSTOMER.
           PERFORM ADD-ONE-OPEN-ITEM
               UNTIL TRANSACTION-EOF = "Y".

       START-AT-THE-CUSTOMER.
           MOVE CURRENT-CUSTOMER TO ST-CUSTOMER-NUMBER.
           MOVE SPACES TO ST-INVOICE-NUMBER.
           MOVE "N" TO TRANSACTION-EOF.
           START SALES-TRANSACTION-FILE
               KEY NOT < ST-TRANSACTION-KEY
               INVALID KEY
                   MOVE "Y" TO TRANSACTION-EOF.

       ADD-ONE-OPEN-ITEM.
           PERFORM READ-NEXT-CUSTOMER-ITEM.
           IF TRANSACTION-EOF = "N"
               AND ST-IS-OPEN
               PERFORM COUNT-THE-OPEN-ITEM.

       COUNT-THE-OPEN-ITEM.
           COMPUTE ITEM-OPEN-AMOUNT =
               ST-INVOICE-AMOUNT + ST-SALES-TAX - ST-PAID-AMOUNT.
           ADD ITEM-OPEN-AMOUNT TO CUSTOMER-BALANCE.
           IF ITEM-OPEN-AMOUNT < ZERO
               ADD 1 TO OPEN-CREDIT-COUNT
           ELSE
           IF ITEM-OPEN-AMOUNT > ZERO
               ADD 1 TO OPEN-INVOICE-COUNT.

      *****************************************************
      *        The refund - vendor, adjustment, voucher
      *****************************************************
      *-------------------------------------------------------------
      * The voucher number is taken first so the adjustment can
      * carry it. The adjustment goes on already SETTLED, so its
      * own positive open never ages or draws a dunning letter;
      * then every open item is settled - the credits are paid
      * back and the invoices they covered are paid by them. The
      * paid amounts stay what the customer really paid, the way
      * a write-off leaves them, so the statement still foots.
      *-------------------------------------------------------------
       MAKE-THE-REFUND.
           COMPUTE REFUND-AMOUNT = ZERO - CUSTOMER-BALANCE.
           PERFORM SET-UP-REFUND-VENDOR.
           IF VENDOR-OK = "Y"
               PERFORM RETRIEVE-NEXT-VOUCHER-NUMBER
               MOVE NEW-VOUCHER-NUMBER TO RIB-VOUCHER-NUMBER
               PERFORM WRITE-THE-ADJUSTMENT
               MOVE ZERO TO ITEMS-SETTLED
               PERFORM START-AT-THE-CUSTOMER
               PERFORM SETTLE-ONE-OPEN-ITEM
                   UNTIL TRANSACTION-EOF = "Y"
               PERFORM WRITE-THE-REFUND-VOUCHER
               PERFORM MARK-VOUCHER-WRITTEN
               PERFORM ROLL-VENDOR-PURCHASES
               ADD 1 TO REFUNDS-WRITTEN
               ADD REFUND-AMOUNT TO DOLLARS-REFUNDED
               MOVE REFUND-AMOUNT TO DISPLAY-AMOUNT
               DISPLAY "REFUND OF " DISPLAY-AMOUNT " SETTLED "
                   ITEMS-SETTLED " ITEM(S) AS " REFUND-INVOICE-BUILD
               DISPLAY "VOUCHER " NEW-VOUCHER-NUMBER
                   " WRITTEN TO VENDOR " CM-REFUND-VENDOR
                   " - IT PAYS IN THE NEXT CHECK RUN ONCE APPROVED".

       WRITE-THE-ADJUSTMENT.
           MOVE CURRENT-CUSTOMER TO ST-CUSTOMER-NUMBER.
           MOVE REFUND-INVOICE-BUILD TO ST-INVOICE-NUMBER.
           MOVE TODAY-DATE TO ST-INVOICE-DATE.
           MOVE REFUND-AMOUNT TO ST-INVOICE-AMOUNT.
           MOVE "N" TO ST-POSTED-FLAG.
           MOVE "N" TO ST-TAXABLE.
           MOVE SPACES TO ST-TAX-JURISDICTION.
           MOVE ZERO TO ST-SALES-TAX.
           MOVE "P" TO ST-OPEN-STATUS.
           MOVE ZEROES TO ST-PAID-AMOUNT.
           MOVE ZEROES TO ST-LAST-PAID-DATE.
           MOVE SPACE TO ST-GL-EXPORTED.
           MOVE ZEROES TO ST-GL-BATCH.
           MOVE "A" TO ST-TRANSACTION-TYPE.
           MOVE "RF" TO ST-REASON-CODE.
           MOVE SPACES TO ST-ORIGINAL-INVOICE.
           MOVE SPACE TO ST-DOCUMENT-STATUS.
           MOVE ZEROES TO ST-DOCUMENT-DATE.
           MOVE SPACE TO ST-TAX-EXEMPTION.
           MOVE SPACES TO ST-EXEMPT-CERTIFICATE.
           PERFORM WRITE-TRANSACTION-RECORD.

       SETTLE-ONE-OPEN-ITEM.
           PERFORM READ-NEXT-CUSTOMER-ITEM.
           IF TRANSACTION-EOF = "N"
               AND ST-IS-OPEN
               PERFORM SETTLE-THE-ITEM.

       SETTLE-THE-ITEM.
           COMPUTE ITEM-OPEN-AMOUNT =
               ST-INVOICE-AMOUNT + ST-SALES-TAX - ST-PAID-AMOUNT.
           MOVE "P" TO ST-OPEN-STATUS.
           PERFORM REWRITE-TRANSACTION-RECORD.
           ADD 1 TO ITEMS-SETTLED.
           MOVE ITEM-OPEN-AMOUNT TO DISPLAY-AMOUNT.
           DISPLAY "SETTLED " ST-INVOICE-NUMBER " - " DISPLAY-AMOUNT.

      *-------------------------------------------------------------
      * One refund vendor per customer, remembered on the
      * customer record. The first refund sets it up under the
      * next vendor number free, active and paid by check, never
      * 1099 - the payee is our own customer at the billing
      * address on file, and no bank details ever ride on it.
      * After that every refund brings its name and address up
      * to date from the customer. An INACTIVE refund vendor is
      * refused, the same rule every new voucher meets; a
      * payment hold draws a warning.
      *-------------------------------------------------------------
       SET-UP-REFUND-VENDOR.
           MOVE "Y" TO VENDOR-OK.
           MOVE "N" TO RECORD-FOUND.
           IF CM-REFUND-VENDOR NOT = ZERO
               MOVE CM-REFUND-VENDOR TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD.
           IF RECORD-FOUND = "N"
               PERFORM ADD-REFUND-VENDOR
           ELSE
               PERFORM REFRESH-REFUND-VENDOR.

       ADD-REFUND-VENDOR.
           PERFORM FIND-NEXT-VENDOR-NUMBER.
           IF NEW-VENDOR-NUMBER > 99998
               DISPLAY "NO VENDOR NUMBER IS FREE FOR THE REFUND "
                   "VENDOR - NOTHING REFUNDED"
               MOVE "N" TO VENDOR-OK
           ELSE
               PERFORM INIT-VENDOR-RECORD
               MOVE NEW-VENDOR-NUMBER TO VENDOR-NUMBER
               PERFORM LOAD-CUSTOMER-ADDRESS
               PERFORM WRITE-VENDOR-RECORD
               MOVE VENDOR-NUMBER TO CM-REFUND-VENDOR
               PERFORM REWRITE-CUSTOMER-RECORD
               ADD 1 TO VENDORS-SET-UP
               DISPLAY "REFUND VENDOR " VENDOR-NUMBER
                   " SET UP FOR THE CUSTOMER".

       REFRESH-REFUND-VENDOR.
           IF VENDOR-IS-INACTIVE
               DISPLAY "REFUND VENDOR " VENDOR-NUMBER
                   " IS INACTIVE: " VENDOR-HOLD-REASON
               DISPLAY "NO VOUCHER CAN BE WRITTEN AGAINST IT - "
                   "NOTHING REFUNDED"
               MOVE "N" TO VENDOR-OK
           ELSE
               PERFORM LOAD-CUSTOMER-ADDRESS
               PERFORM REWRITE-VENDOR-RECORD
               IF VENDOR-ON-PAYMENT-HOLD
                   DISPLAY "** NOTE - REFUND VENDOR " VENDOR-NUMBER
                       " IS ON PAYMENT HOLD: " VENDOR-HOLD-REASON
                   DISPLAY "** THE REFUND VOUCHER WILL NOT SELECT "
                       "UNTIL THE HOLD COMES OFF.".

       FIND-NEXT-VENDOR-NUMBER.
           MOVE 1 TO NEW-VENDOR-NUMBER.
           MOVE ZEROES TO VENDOR-NUMBER.
           MOVE "N" TO VENDOR-EOF.
           START VENDOR-FILE
               KEY NOT < VENDOR-NUMBER
               INVALID KEY
                   MOVE "Y" TO VENDOR-EOF.
           PERFORM COUNT-ONE-VENDOR-NUMBER
               UNTIL VENDOR-EOF = "Y".

       COUNT-ONE-VENDOR-NUMBER.
           READ VENDOR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO VENDOR-EOF.
           IF VENDOR-EOF = "N"
               COMPUTE NEW-VENDOR-NUMBER = VENDOR-NUMBER + 1.

       INIT-VENDOR-RECORD.
           MOVE SPACE TO VENDOR-RECORD.
           MOVE "N" TO VENDOR-1099-ELIGIBLE.
           MOVE ZEROES TO VENDOR-W9-ON-FILE-DATE.
           MOVE ZEROES TO VENDOR-INSURANCE-CERT-EXPIRES.
           MOVE ZEROES TO VENDOR-PAYMENT-TERMS-DAYS.
           MOVE ZEROES TO VENDOR-LAST-CONTACT-DATE.
           MOVE ZEROES TO VENDOR-DISCOUNT-PERCENT.
           MOVE ZEROES TO VENDOR-DISCOUNT-DAYS.
           MOVE "C" TO VENDOR-PAYMENT-METHOD.
           MOVE ZEROES TO VENDOR-BANK-ROUTING.
           MOVE "N" TO VENDOR-PRENOTE-STATUS.
           MOVE "A" TO VENDOR-STATUS.
           MOVE ZEROES TO VENDOR-PENDING-DATE.
           MOVE ZEROES TO VENDOR-PENDING-ROUTING.
           MOVE "N" TO VENDOR-FOREIGN-PAYEE.
           MOVE ZEROES TO VENDOR-TREATY-RATE.
           MOVE ZEROES TO VENDOR-YTD-1042-PAID.
           MOVE ZEROES TO VENDOR-YTD-1042-WITHHELD.
           MOVE ZEROES TO VENDOR-YTD-PURCHASES.
           MOVE ZEROES TO VENDOR-YTD-PAYMENTS.
           MOVE ZEROES TO VENDOR-LY-PURCHASES.
           MOVE ZEROES TO VENDOR-LY-PAYMENTS.
           MOVE "N" TO VENDOR-ERS.
           MOVE "N" TO VENDOR-EDI.
           MOVE ZEROES TO VENDOR-EDI-START-DATE.
           MOVE ZEROES TO VENDOR-TIN-MATCH-DATE.
           MOVE "N" TO VENDOR-BACKUP-WITHHOLD.
           MOVE ZEROES TO VENDOR-BACKUP-WH-START.
           MOVE ZEROES TO VENDOR-YTD-BACKUP-WITHHELD.
           STRING "CREDIT-BALANCE REFUNDS FOR CUSTOMER "
               CM-CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO VENDOR-LAST-CONTACT-NOTE.

       LOAD-CUSTOMER-ADDRESS.
           MOVE CM-CUSTOMER-NAME TO VENDOR-NAME.
           MOVE CM-ADDRESS-1 TO VENDOR-ADDRESS-1.
           MOVE SPACES TO VENDOR-ADDRESS-2.
           MOVE CM-CITY TO VENDOR-CITY.
           MOVE CM-STATE TO VENDOR-STATE.
           MOVE CM-ZIP TO VENDOR-ZIP.
           MOVE CM-CUSTOMER-NAME TO REMIT-TO-NAME.
           MOVE CM-ADDRESS-1 TO REMIT-TO-ADDRESS-1.
           MOVE SPACES TO REMIT-TO-ADDRESS-2.
           MOVE CM-CITY TO REMIT-TO-CITY.
           MOVE CM-STATE TO REMIT-TO-STATE.
           MOVE CM-ZIP TO REMIT-TO-ZIP.
           MOVE CM-CONTACT-NAME TO VENDOR-CONTACT-NAME.
           MOVE CM-CONTACT-PHONE TO VENDOR-CONTACT-PHONE.

      *-------------------------------------------------------------
      * Keyed the way the other voucher writers key theirs, but
      * entered by the operator, not the program, so the person
      * who raised the refund can neither approve it nor run the
      * checks that pay it alone. Due today - the customer has
      * waited long enough.
      *-------------------------------------------------------------
       WRITE-THE-REFUND-VOUCHER.
           MOVE SPACE TO VOUCHER-RECORD.
           MOVE ZEROES TO VOUCHER-RECORD.
           MOVE NEW-VOUCHER-NUMBER TO VOUCHER-NUMBER.
           MOVE CM-REFUND-VENDOR TO VOUCHER-VENDOR.
           MOVE SPACES TO VOUCHER-INVOICE.
           MOVE REFUND-INVOICE-BUILD TO VOUCHER-INVOICE.
           MOVE "CUSTOMER CREDIT BALANCE REFUND" TO VOUCHER-FOR.
           MOVE REFUND-AMOUNT TO VOUCHER-AMOUNT.
           MOVE REFUND-AMOUNT TO VOUCHER-FOREIGN-AMOUNT.
           MOVE "USD" TO VOUCHER-CURRENCY-CODE.
           MOVE TODAY-DATE TO VOUCHER-DATE.
           MOVE TODAY-DATE TO VOUCHER-DUE.
           MOVE SPACES TO VOUCHER-EXPENSE-CATEGORY.
           MOVE REFUND-ACCOUNT TO VOUCHER-GL-ACCOUNT-NUMBER.
           MOVE "N" TO VOUCHER-SELECTED.
           MOVE "N" TO VOUCHER-CREDIT-MEMO.
           MOVE "N" TO VOUCHER-TAXABLE.
           MOVE "N" TO VOUCHER-PREPAYMENT.
           MOVE SPACES TO VOUCHER-ON-BEHALF-OF.
           MOVE REFUND-OPERATOR TO VOUCHER-ENTERED-BY.
           MOVE TODAY-DATE TO VOUCHER-ENTERED-DATE.
           MOVE CURRENT-CUSTOMER TO VOUCHER-CUSTOMER-REFUND.
           WRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING REFUND VOUCHER".

       RETRIEVE-NEXT-VOUCHER-NUMBER.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-LAST-VOUCHER.
           MOVE CONTROL-LAST-VOUCHER TO OLD-CONTROL-VALUE.
           ADD 1 TO CONTROL-LAST-VOUCHER.
           MOVE CONTROL-LAST-VOUCHER TO NEW-VOUCHER-NUMBER.
           PERFORM SAVE-CONTROL-RECORD.
           MOVE "VOUCHER" TO CTLLOG-COUNTER-NAME.
           MOVE OLD-CONTROL-VALUE TO CTLLOG-OLD-VALUE.
           MOVE CONTROL-LAST-VOUCHER TO CTLLOG-NEW-VALUE.
           MOVE "CUSRFD01" TO CTLLOG-PROGRAM-ID.
           MOVE TODAY-DATE TO CTLLOG-DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE CURRENT-TIME TO CTLLOG-TIME.
           WRITE CONTROL-LOG-RECORD.

       MARK-VOUCHER-WRITTEN.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR RE-READING CONTROL RECORD".
           MOVE NEW-VOUCHER-NUMBER TO CONTROL-LAST-VOUCHER-WRITTEN.
           PERFORM SAVE-CONTROL-RECORD.

       ROLL-VENDOR-PURCHASES.
           MOVE CM-REFUND-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           ADD REFUND-AMOUNT TO VENDOR-YTD-PURCHASES.
           PERFORM REWRITE-VENDOR-RECORD.

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

       READ-GL-ACCOUNT-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ GLACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       READ-VENDOR-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       WRITE-VENDOR-RECORD.
           WRITE VENDOR-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING VENDOR " VENDOR-NUMBER.

       REWRITE-VENDOR-RECORD.
           REWRITE VENDOR-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR " VENDOR-NUMBER.

       SAVE-CONTROL-RECORD.
           REWRITE CONTROL-RECORD
               INVALID KEY
                   WRITE CONTROL-RECORD
                       INVALID KEY
                       DISPLAY "ERROR WRITING CONTROL RECORD".

      *-------------------------------------------------------------
      * The walk of a customer's items ends at the next
      * customer's first one.
      *-------------------------------------------------------------
       READ-NEXT-CUSTOMER-ITEM.
           READ SALES-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TRANSACTION-EOF.
           IF TRANSACTION-EOF = "N"
               AND ST-CUSTOMER-NUMBER NOT = CURRENT-CUSTOMER
               MOVE "Y" TO TRANSACTION-EOF.

       REWRITE-TRANSACTION-RECORD.
           REWRITE SALES-TRANSACTION-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING TRANSACTION RECORD".

       WRITE-TRANSACTION-RECORD.
           WRITE SALES-TRANSACTION-RECORD
               INVALID KEY
               DISPLAY "ADJUSTMENT " ST-INVOICE-NUMBER
                   " ALREADY ON FILE".

           COPY "PLSGNON1.CBL".
