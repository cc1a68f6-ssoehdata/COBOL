      * A/R - A/P contra netting for customers who are also vendors
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CVXNET01.
      *------------------------------------------
      * Some companies both buy from us and sell to us, and we
      * used to cut them a check in CHKPRT01 while their own
      * invoices ran past due on the sales side. For every
      * customer linked to a vendor on the Customer/Vendor
      * Cross-Reference File (CVXMNT01) the netting report
      * prints the customer's open receivables against the
      * vendor's open payables - unpaid, unvoided, not yet
      * selected for a check run and not in dispute, net of
      * any unreleased retainage - and the smaller of the two
      * as the amount to net. Like REPXFR01, the report prints
      * BEFORE anything writes and the operator confirms off
      * the paper; only an operator with approval rights on the
      * shared OPERATOR-FILE can approve the run, anybody else
      * gets the report alone.
      * An approved run, for each party with something to net:
      *   - writes a credit-memo voucher for the amount under
      *     the next CONTROL-LAST-VOUCHER number, charged to the
      *     netting clearing account and stamped approved by the
      *     approver, so VCHSEL01 offers it against the vendor's
      *     next payment and the check nets down by it;
      *   - writes the netting adjustment (reason NT, numbered
      *     N + the voucher number, unposted for STXPST01) to
      *     the Sales Transaction File already settled, and
      *     applies the same dollars to the customer's open
      *     invoices in invoice-number order, the way CASHRC01
      *     applies a check, so the receivable and the payable
      *     come down together;
      *   - prints a netting statement for the party - both
      *     sides item by item, the amount netted and what is
      *     left each way - to send them;
      *   - remembers the date and amount on the cross-reference.
      * STXGLX01 debits the clearing account with the adjustment;
      * GLAEXP01 credits it with the credit memo, so it nets to
      * zero once both journals are in. Run this from the A/P
      * data directory so the voucher, control, and audit-log
      * files land in the right books.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLCVX01.CBL".

           COPY "SLSTRX01.CBL".

           COPY "SLCUST01.CBL".

           COPY "SLVOUCH.CBL".

           COPY "SLCONTRL.CBL".

           COPY "SLVND02.CBL".

           COPY "SLGLACT01.CBL".

           COPY "SLCTLLOG.CBL".

           COPY "SLPCFG01.CBL".

           COPY "SLOPER01.CBL".

           COPY "SLSGNLOG.CBL".

           SELECT NETTING-REPORT ASSIGN DYNAMIC
               OUTPUT-DESTINATION.

           SELECT NETTING-STATEMENTS ASSIGN DYNAMIC
               STATEMENT-DESTINATION.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDCVX01.CBL".

           COPY "FDSTRX01.CBL".

           COPY "FDCUST01.CBL".

           COPY "FDVOUCH.CBL".

           COPY "FDCONTRL.CBL".

           COPY "FDVND04.CBL".

           COPY "FDGLACT01.CBL".

           COPY "FDCTLLOG.CBL".

           COPY "FDPCFG01.CBL".

           COPY "FDOPER01.CBL".

           COPY "FDSGNLOG.CBL".

       FD  NETTING-REPORT.
       01  PRINT-AREA      PIC X(132).

       FD  NETTING-STATEMENTS.
       01  STATEMENT-AREA  PIC X(132).

       WORKING-STORAGE SECTION.
       77  NETTING-OPERATOR            PIC X(8).
       77  OK-TO-WRITE                 PIC X.
       77  RECORD-FOUND                PIC X.
       77  CUSTOMER-FOUND              PIC X.
       77  VENDOR-FOUND                PIC X.
       77  XREF-EOF                    PIC X.
       77  TRANSACTION-EOF             PIC X.
       77  VOUCHER-EOF                 PIC X.
       77  PRINTING-STATEMENT          PIC X.
       77  NETTING-ACCOUNT             PIC 9(6).
       77  CURRENT-CUSTOMER            PIC 9(5).
       77  CURRENT-VENDOR              PIC 9(5).
       77  NEW-VOUCHER-NUMBER          PIC 9(7).
       77  OPEN-RECEIVABLES            PIC S9(7)V99.
       77  OPEN-PAYABLES               PIC S9(9)V99.
       77  NET-AMOUNT                  PIC S9(7)V99.
       77  REMAINING-TO-APPLY          PIC S9(7)V99.
       77  APPLY-AMOUNT                PIC S9(7)V99.
       77  ITEM-OPEN-AMOUNT            PIC S9(7)V99.
       77  VOUCHER-OPEN-AMOUNT         PIC S9(9)V99.
       77  LARGEST-ADJUSTMENT          PIC S9(7)V99 VALUE 99999.99.
       77  PARTY-NOTE                  PIC X(34).
       77  ITEMS-APPLIED               PIC 9(3).
       77  DISPLAY-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
       77  TODAY-DATE                  PIC 9(8).
       77  CURRENT-TIME                PIC 9(8).
       77  OLD-CONTROL-VALUE           PIC 9(8).
       77  PARTIES-LISTED              PIC 9(5) VALUE ZERO.
       77  PARTIES-TO-NET              PIC 9(5) VALUE ZERO.
       77  DOLLARS-TO-NET              PIC S9(9)V99 VALUE ZERO.
       77  PARTIES-NETTED              PIC 9(5) VALUE ZERO.
       77  DOLLARS-NETTED              PIC S9(9)V99 VALUE ZERO.

       01  PARAMETER-FIELDS.
           05  OUTPUT-DESTINATION      PIC X(60)     VALUE
               "C:\gnuCobol\COBOL\DATA\CVXNET.PRN".
           05  STATEMENT-DESTINATION   PIC X(60)     VALUE
               "C:\gnuCobol\COBOL\DATA\CVXSTM.PRN".
           05  DESTINATION-ENTRY       PIC X(60)     VALUE SPACE.

       01  NETTING-INVOICE-BUILD.
           05  FILLER                  PIC X(1)    VALUE "N".
           05  NIB-VOUCHER-NUMBER      PIC 9(7).

       01  REPORT-TITLE-LINE.
           05  FILLER          PIC X(24)   VALUE
               "CONTRA NETTING REPORT - ".
           05  RTL-DATE        PIC 9(8).
           05  FILLER          PIC X(100)  VALUE SPACE.

       01  COLUMN-HEADING-LINE.
           05  FILLER          PIC X(7)    VALUE "CUST.".
           05  FILLER          PIC X(22)   VALUE "CUSTOMER NAME".
           05  FILLER          PIC X(7)    VALUE "VENDOR".
           05  FILLER          PIC X(16)   VALUE "      OPEN A/R".
           05  FILLER          PIC X(16)   VALUE "      OPEN A/P".
           05  FILLER          PIC X(16)   VALUE "        TO NET".
           05  FILLER          PIC X(34)   VALUE "NOTE".
           05  FILLER          PIC X(14)   VALUE SPACE.

       01  DETAIL-LINE.
           05  DL-CUSTOMER-NUMBER   PIC 9(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  DL-CUSTOMER-NAME     PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  DL-VENDOR-NUMBER     PIC 9(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  DL-RECEIVABLES       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  DL-PAYABLES          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  DL-NET-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  DL-NOTE              PIC X(34).
           05  FILLER               PIC X(14)      VALUE SPACE.

       01  TOTAL-LINE.
           05  TL-PARTIES           PIC ZZZZ9.
           05  FILLER               PIC X(18)      VALUE
               " PARTIES LISTED - ".
           05  TL-TO-NET            PIC ZZZZ9.
           05  FILLER               PIC X(19)      VALUE
               " TO BE NETTED FOR ".
           05  TL-DOLLARS           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(71)      VALUE SPACE.

       01  COMPANY-HEADING-LINE.
           05  CHL-COMPANY-NAME     PIC X(30).
           05  FILLER               PIC X(102)     VALUE SPACE.

       01  STATEMENT-TITLE-LINE.
           05  FILLER               PIC X(26)      VALUE
               "CONTRA NETTING STATEMENT  ".
           05  STL-DATE             PIC 9(8).
           05  FILLER               PIC X(13)      VALUE
               "   REFERENCE ".
           05  STL-REFERENCE        PIC X(8).
           05  FILLER               PIC X(77)      VALUE SPACE.

       01  ACCOUNT-LINE.
           05  FILLER               PIC X(21)      VALUE
               "YOUR CUSTOMER NUMBER ".
           05  AL-CUSTOMER-NUMBER   PIC 9(5).
           05  FILLER               PIC X(22)      VALUE
               "   YOUR VENDOR NUMBER ".
           05  AL-VENDOR-NUMBER     PIC 9(5).
           05  FILLER               PIC X(79)      VALUE SPACE.

       01  ITEM-LINE.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  IL-INVOICE           PIC X(15).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  IL-DATE              PIC 9(8).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  IL-AMOUNT            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(87)      VALUE SPACE.

       01  SUMMARY-LINE.
           05  SL-LABEL             PIC X(31).
           05  SL-AMOUNT            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(87)      VALUE SPACE.

           COPY "WSCASE01.CBL".

           COPY "WSSGNON1.CBL".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM SIGN-ON.
           PERFORM ENTER-THE-PARAMETERS.
           PERFORM PREVIEW-PASS.
           PERFORM CONFIRM-THE-NETTING.
           IF OK-TO-WRITE = "Y"
               PERFORM WRITE-PASS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           OPEN I-O CUSTOMER-VENDOR-XREF-FILE.
           OPEN I-O SALES-TRANSACTION-FILE.
           OPEN INPUT CUSTMAST.
           OPEN I-O VOUCHER-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN I-O VENDOR-FILE.
           OPEN INPUT GLACCOUNT-FILE.
           OPEN EXTEND CONTROL-LOG-FILE.
           OPEN INPUT PRINT-CONFIG-FILE.
           OPEN I-O OPERATOR-FILE.
           OPEN EXTEND SIGNON-LOG-FILE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE 1 TO PRINT-CONFIG-KEY.
           READ PRINT-CONFIG-FILE
               INVALID KEY
                   MOVE SPACES TO PRINT-CONFIG-COMPANY-NAME.

       CLOSING-PROCEDURE.
           CLOSE CUSTOMER-VENDOR-XREF-FILE.
           CLOSE SALES-TRANSACTION-FILE.
           CLOSE CUSTMAST.
           CLOSE VOUCHER-FILE.
           CLOSE CONTROL-FILE.
           CLOSE VENDOR-FILE.
           CLOSE GLACCOUNT-FILE.
           CLOSE CONTROL-LOG-FILE.
           CLOSE PRINT-CONFIG-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE SIGNON-LOG-FILE.
           CLOSE NETTING-REPORT.
           DISPLAY " ".
           DISPLAY "----- CONTRA NETTING RUN TOTALS -----".
           DISPLAY "LINKED PARTIES LISTED:  " PARTIES-LISTED.
           DISPLAY "PARTIES TO NET:         " PARTIES-TO-NET.
           DISPLAY "DOLLARS TO NET:         " DOLLARS-TO-NET.
           IF OK-TO-WRITE = "Y"
               DISPLAY "PARTIES NETTED:         " PARTIES-NETTED
               DISPLAY "DOLLARS NETTED:         " DOLLARS-NETTED
           ELSE
               DISPLAY "PREVIEW ONLY - NOTHING WAS WRITTEN".
           DISPLAY "-------------------------------------".

       SIGN-ON.
           MOVE "CVXNET01" TO SIGN-ON-PROGRAM.
           PERFORM OPERATOR-SIGN-ON.
           MOVE OPERATOR-ID TO NETTING-OPERATOR.

       ENTER-THE-PARAMETERS.
           PERFORM ENTER-NETTING-ACCOUNT.
           PERFORM ACCEPT-OUTPUT-DESTINATION.
           OPEN OUTPUT NETTING-REPORT.

      *-------------------------------------------------------------
      * The account the credit memos charge and STXGLX01 debits -
      * it has to be on the chart and open for posting, or the
      * two journals never meet.
      *-------------------------------------------------------------
       ENTER-NETTING-ACCOUNT.
           PERFORM ACCEPT-NETTING-ACCOUNT.
           PERFORM RE-ACCEPT-NETTING-ACCOUNT
               UNTIL RECORD-FOUND = "Y".

       ACCEPT-NETTING-ACCOUNT.
           DISPLAY "ENTER THE A/R-A/P NETTING CLEARING GL ACCOUNT".
           ACCEPT NETTING-ACCOUNT.
           MOVE NETTING-ACCOUNT TO GL-ACCOUNT-NUMBER.
           PERFORM READ-GL-ACCOUNT-RECORD.
           IF RECORD-FOUND = "Y"
               AND NOT GL-ACCOUNT-IS-ACTIVE
               MOVE "N" TO RECORD-FOUND.

       RE-ACCEPT-NETTING-ACCOUNT.
           DISPLAY "NOT AN ACTIVE ACCOUNT ON THE CHART - RE-ENTER".
           PERFORM ACCEPT-NETTING-ACCOUNT.

       ACCEPT-OUTPUT-DESTINATION.
           DISPLAY "ENTER THE REPORT DESTINATION (PRINTER NAME OR"
           DISPLAY "FILE PATH), OR PRESS ENTER FOR "
               OUTPUT-DESTINATION.
           ACCEPT DESTINATION-ENTRY.
           IF DESTINATION-ENTRY NOT = SPACES
               MOVE DESTINATION-ENTRY TO OUTPUT-DESTINATION.

       ACCEPT-STATEMENT-DESTINATION.
           MOVE SPACE TO DESTINATION-ENTRY.
           DISPLAY "ENTER THE STATEMENT DESTINATION (PRINTER NAME OR"
           DISPLAY "FILE PATH), OR PRESS ENTER FOR "
               STATEMENT-DESTINATION.
           ACCEPT DESTINATION-ENTRY.
           IF DESTINATION-ENTRY NOT = SPACES
               MOVE DESTINATION-ENTRY TO STATEMENT-DESTINATION.

      *****************************************************
      *        PASS 1 - THE NETTING REPORT, NOTHING WRITES
      *****************************************************
       PREVIEW-PASS.
           MOVE TODAY-DATE TO RTL-DATE.
           MOVE REPORT-TITLE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE COLUMN-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "N" TO PRINTING-STATEMENT.
           PERFORM START-AT-THE-FIRST-PARTY.
           PERFORM PREVIEW-ONE-PARTY
               UNTIL XREF-EOF = "Y".
           MOVE PARTIES-LISTED TO TL-PARTIES.
           MOVE PARTIES-TO-NET TO TL-TO-NET.
           MOVE DOLLARS-TO-NET TO TL-DOLLARS.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.

       START-AT-THE-FIRST-PARTY.
           MOVE ZEROES TO CX-CUSTOMER-NUMBER.
           MOVE "N" TO XREF-EOF.
           START CUSTOMER-VENDOR-XREF-FILE
               KEY NOT < CX-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE "Y" TO XREF-EOF.

       PREVIEW-ONE-PARTY.
           PERFORM READ-NEXT-XREF-RECORD.
           IF XREF-EOF = "N"
               PERFORM FIGURE-THE-PARTY
               PERFORM LIST-ONE-PARTY.

       LIST-ONE-PARTY.
           ADD 1 TO PARTIES-LISTED.
           MOVE CX-CUSTOMER-NUMBER TO DL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME TO DL-CUSTOMER-NAME.
           MOVE CX-VENDOR-NUMBER TO DL-VENDOR-NUMBER.
           MOVE OPEN-RECEIVABLES TO DL-RECEIVABLES.
           MOVE OPEN-PAYABLES TO DL-PAYABLES.
           MOVE NET-AMOUNT TO DL-NET-AMOUNT.
           MOVE PARTY-NOTE TO DL-NOTE.
           MOVE DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           IF NET-AMOUNT > ZERO
               ADD 1 TO PARTIES-TO-NET
               ADD NET-AMOUNT TO DOLLARS-TO-NET.

      *-------------------------------------------------------------
      * Only an operator with approval rights can turn the report
      * into entries - the netting moves money on both ledgers.
      *-------------------------------------------------------------
       CONFIRM-THE-NETTING.
           MOVE "N" TO OK-TO-WRITE.
           DISPLAY PARTIES-TO-NET " PARTY(S) TO NET ON THE REPORT.".
           IF PARTIES-TO-NET = ZERO
               DISPLAY "NOTHING TO NET"
           ELSE
           IF NOT OPERATOR-HAS-APPROVAL-RIGHTS
               DISPLAY "THE NETTING NEEDS AN OPERATOR WITH APPROVAL "
                   "RIGHTS - THIS RUN IS THE REPORT ONLY"
           ELSE
               PERFORM ASK-OK-TO-WRITE.

       ASK-OK-TO-WRITE.
           PERFORM ACCEPT-OK-TO-WRITE.
           PERFORM RE-ACCEPT-OK-TO-WRITE
               UNTIL OK-TO-WRITE = "Y" OR "N".

       ACCEPT-OK-TO-WRITE.
           DISPLAY "APPROVE AND WRITE THE NETTING (Y/N)?".
           ACCEPT OK-TO-WRITE.
           IF OK-TO-WRITE = "y"
               MOVE "Y" TO OK-TO-WRITE.
           IF OK-TO-WRITE = "n"
               MOVE "N" TO OK-TO-WRITE.

       RE-ACCEPT-OK-TO-WRITE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-WRITE.

      *****************************************************
      *        What each side has open today
      *****************************************************
      *-------------------------------------------------------------
      * Both sides are figured fresh in each pass, so the write
      * pass nets what is open when it runs, not what was open
      * when the report printed.
      *-------------------------------------------------------------
       FIGURE-THE-PARTY.
           MOVE ZERO TO OPEN-RECEIVABLES.
           MOVE ZERO TO OPEN-PAYABLES.
           MOVE ZERO TO NET-AMOUNT.
           MOVE SPACES TO PARTY-NOTE.
           MOVE CX-CUSTOMER-NUMBER TO CURRENT-CUSTOMER.
           MOVE CX-VENDOR-NUMBER TO CURRENT-VENDOR.
           MOVE CX-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           PERFORM READ-CUSTOMER-RECORD.
           MOVE CX-VENDOR-NUMBER TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF CUSTOMER-FOUND = "N"
               MOVE "**NOT ON FILE**" TO CM-CUSTOMER-NAME
               MOVE "CUSTOMER NOT ON FILE" TO PARTY-NOTE
           ELSE
           IF VENDOR-FOUND = "N"
               MOVE "VENDOR NOT ON FILE" TO PARTY-NOTE
           ELSE
               PERFORM ADD-UP-THE-RECEIVABLES
               PERFORM ADD-UP-THE-PAYABLES
               PERFORM FIGURE-THE-NET-AMOUNT.

      *-------------------------------------------------------------
      * Nothing nets unless each side owes the other something.
      * An INACTIVE vendor can take no new voucher, credit memo
      * or otherwise. The adjustment has to fit the transaction's
      * amount field; anything over nets again on the next run.
      *-------------------------------------------------------------
       FIGURE-THE-NET-AMOUNT.
           IF OPEN-RECEIVABLES NOT > ZERO
               MOVE "NOTHING OPEN ON THE SALES SIDE" TO PARTY-NOTE
           ELSE
           IF OPEN-PAYABLES NOT > ZERO
               MOVE "NOTHING OPEN ON THE A/P SIDE" TO PARTY-NOTE
           ELSE
           IF VENDOR-IS-INACTIVE
               MOVE "VENDOR INACTIVE - NOT NETTED" TO PARTY-NOTE
           ELSE
               PERFORM TAKE-THE-SMALLER-SIDE.

       TAKE-THE-SMALLER-SIDE.
           IF OPEN-RECEIVABLES < OPEN-PAYABLES
               MOVE OPEN-RECEIVABLES TO NET-AMOUNT
           ELSE
               MOVE OPEN-PAYABLES TO NET-AMOUNT.
           IF NET-AMOUNT > LARGEST-ADJUSTMENT
               MOVE LARGEST-ADJUSTMENT TO NET-AMOUNT
               MOVE "HELD TO ONE ADJUSTMENT'S LIMIT" TO PARTY-NOTE.

      *-------------------------------------------------------------
      * The customer's open items, credits included - the same
      * net open balance CUSRFD01 and the statements work from.
      *-------------------------------------------------------------
       ADD-UP-THE-RECEIVABLES.
           MOVE ZERO TO OPEN-RECEIVABLES.
           PERFORM START-AT-THE-CUSTOMER.
           PERFORM ADD-ONE-RECEIVABLE
               UNTIL TRANSACTION-EOF = "Y".

       START-AT-THE-CUSTOMER.
           MOVE CURRENT-CUSTOMER TO ST-CUSTOMER-NUMBER.
           MOVE SPACES TO ST-INVOICE-NUMBER.
           MOVE "N" TO TRANSACTION-EOF.
           START SALES-TRANSACTION-FILE
               KEY NOT < ST-TRANSACTION-KEY
               INVALID KEY
                   MOVE "Y" TO TRANSACTION-EOF.

       ADD-ONE-RECEIVABLE.
           PERFORM READ-NEXT-CUSTOMER-ITEM.
           IF TRANSACTION-EOF = "N"
               AND ST-IS-OPEN
               PERFORM COUNT-THE-RECEIVABLE.

       COUNT-THE-RECEIVABLE.
           COMPUTE ITEM-OPEN-AMOUNT =
               ST-INVOICE-AMOUNT + ST-SALES-TAX - ST-PAID-AMOUNT.
           ADD ITEM-OPEN-AMOUNT TO OPEN-RECEIVABLES.
           IF PRINTING-STATEMENT = "Y"
               AND ITEM-OPEN-AMOUNT NOT = ZERO
               MOVE ST-INVOICE-NUMBER TO IL-INVOICE
               MOVE ST-INVOICE-DATE TO IL-DATE
               MOVE ITEM-OPEN-AMOUNT TO IL-AMOUNT
               PERFORM PRINT-ONE-ITEM.

      *-------------------------------------------------------------
      * What VCHSEL01 could still pick up for this vendor: not
      * paid, not voided, not already selected into a check run
      * (those dollars are spoken for) and not held in dispute.
      * Open credit memos count against it, and retainage not
      * yet released is not owed yet.
      *-------------------------------------------------------------
       ADD-UP-THE-PAYABLES.
           MOVE ZERO TO OPEN-PAYABLES.
           MOVE CURRENT-VENDOR TO VOUCHER-VENDOR.
           MOVE "N" TO VOUCHER-EOF.
           START VOUCHER-FILE KEY NOT < VOUCHER-VENDOR
               INVALID KEY
                   MOVE "Y" TO VOUCHER-EOF.
           PERFORM ADD-ONE-PAYABLE
               UNTIL VOUCHER-EOF = "Y".

       ADD-ONE-PAYABLE.
           PERFORM READ-NEXT-VENDOR-VOUCHER.
           IF VOUCHER-EOF = "N"
               AND VOUCHER-PAID-DATE = ZEROES
               AND VOUCHER-VOID-DATE = ZEROES
               AND VOUCHER-SELECTED NOT = "Y"
               AND NOT VOUCHER-IN-DISPUTE
               PERFORM COUNT-THE-PAYABLE.

       COUNT-THE-PAYABLE.
           MOVE VOUCHER-AMOUNT TO VOUCHER-OPEN-AMOUNT.
           IF VOUCHER-RETAINED-AMOUNT NOT = ZEROES
               AND NOT VOUCHER-RETAINAGE-RELEASED
               SUBTRACT VOUCHER-RETAINED-AMOUNT
                   FROM VOUCHER-OPEN-AMOUNT.
           ADD VOUCHER-OPEN-AMOUNT TO OPEN-PAYABLES.
           IF PRINTING-STATEMENT = "Y"
               AND VOUCHER-OPEN-AMOUNT NOT = ZERO
               MOVE VOUCHER-INVOICE TO IL-INVOICE
               MOVE VOUCHER-DATE TO IL-DATE
               MOVE VOUCHER-OPEN-AMOUNT TO IL-AMOUNT
               PERFORM PRINT-ONE-ITEM.

      *****************************************************
      *        PASS 2 - THE NETTING ENTRIES
      *****************************************************
       WRITE-PASS.
           PERFORM ACCEPT-STATEMENT-DESTINATION.
           OPEN OUTPUT NETTING-STATEMENTS.
           PERFORM START-AT-THE-FIRST-PARTY.
           PERFORM NET-ONE-PARTY
               UNTIL XREF-EOF = "Y".
           CLOSE NETTING-STATEMENTS.

       NET-ONE-PARTY.
           PERFORM READ-NEXT-XREF-RECORD.
           IF XREF-EOF = "N"
               PERFORM FIGURE-THE-PARTY
               IF NET-AMOUNT > ZERO
                   PERFORM NET-THE-PARTY.

      *-------------------------------------------------------------
      * The voucher number is taken first so the adjustment and
      * the statement can carry it. The statement prints before
      * anything is applied, so it shows both sides as they stood
      * going into the netting. The adjustment goes on with the
      * netted dollars as its own paid amount - the way CASHRC01
      * settles a credit it takes into a check - so it never
      * ages, and the customer statement still foots.
      *-------------------------------------------------------------
       NET-THE-PARTY.
           PERFORM RETRIEVE-NEXT-VOUCHER-NUMBER.
           MOVE NEW-VOUCHER-NUMBER TO NIB-VOUCHER-NUMBER.
           PERFORM PRINT-THE-STATEMENT.
           MOVE NET-AMOUNT TO REMAINING-TO-APPLY.
           MOVE ZERO TO ITEMS-APPLIED.
           PERFORM START-AT-THE-CUSTOMER.
           PERFORM APPLY-TO-ONE-ITEM
               UNTIL TRANSACTION-EOF = "Y"
                   OR REMAINING-TO-APPLY = ZERO.
           PERFORM WRITE-THE-ADJUSTMENT.
           PERFORM WRITE-THE-NETTING-VOUCHER.
           PERFORM MARK-VOUCHER-WRITTEN.
           PERFORM ROLL-VENDOR-PURCHASES.
           MOVE TODAY-DATE TO CX-LAST-NETTED-DATE.
           MOVE NET-AMOUNT TO CX-LAST-NETTED-AMOUNT.
           PERFORM REWRITE-XREF-RECORD.
           ADD 1 TO PARTIES-NETTED.
           ADD NET-AMOUNT TO DOLLARS-NETTED.
           MOVE NET-AMOUNT TO DISPLAY-AMOUNT.
           DISPLAY "CUSTOMER " CURRENT-CUSTOMER " / VENDOR "
               CURRENT-VENDOR " NETTED " DISPLAY-AMOUNT.
           DISPLAY "   " ITEMS-APPLIED " INVOICE(S) PAID BY "
               NETTING-INVOICE-BUILD ", CREDIT MEMO VOUCHER "
               NEW-VOUCHER-NUMBER.

       APPLY-TO-ONE-ITEM.
           PERFORM READ-NEXT-CUSTOMER-ITEM.
           IF TRANSACTION-EOF = "N"
               AND ST-IS-OPEN
               PERFORM APPLY-THE-NETTING.

       APPLY-THE-NETTING.
           COMPUTE ITEM-OPEN-AMOUNT =
               ST-INVOICE-AMOUNT + ST-SALES-TAX - ST-PAID-AMOUNT.
           IF ITEM-OPEN-AMOUNT > ZERO
               PERFORM APPLY-TO-THE-ITEM.

       APPLY-TO-THE-ITEM.
           IF ITEM-OPEN-AMOUNT > REMAINING-TO-APPLY
               MOVE REMAINING-TO-APPLY TO APPLY-AMOUNT
           ELSE
               MOVE ITEM-OPEN-AMOUNT TO APPLY-AMOUNT.
           ADD APPLY-AMOUNT TO ST-PAID-AMOUNT.
           MOVE TODAY-DATE TO ST-LAST-PAID-DATE.
           IF APPLY-AMOUNT = ITEM-OPEN-AMOUNT
               MOVE "P" TO ST-OPEN-STATUS.
           PERFORM REWRITE-TRANSACTION-RECORD.
           SUBTRACT APPLY-AMOUNT FROM REMAINING-TO-APPLY.
           ADD 1 TO ITEMS-APPLIED.

       WRITE-THE-ADJUSTMENT.
           MOVE CURRENT-CUSTOMER TO ST-CUSTOMER-NUMBER.
           MOVE NETTING-INVOICE-BUILD TO ST-INVOICE-NUMBER.
           MOVE TODAY-DATE TO ST-INVOICE-DATE.
           COMPUTE ST-INVOICE-AMOUNT = ZERO - NET-AMOUNT.
           MOVE "N" TO ST-POSTED-FLAG.
           MOVE "N" TO ST-TAXABLE.
           MOVE SPACES TO ST-TAX-JURISDICTION.
           MOVE ZERO TO ST-SALES-TAX.
           MOVE "P" TO ST-OPEN-STATUS.
           COMPUTE ST-PAID-AMOUNT = ZERO - NET-AMOUNT.
           MOVE TODAY-DATE TO ST-LAST-PAID-DATE.
           MOVE SPACE TO ST-GL-EXPORTED.
           MOVE ZEROES TO ST-GL-BATCH.
           MOVE "A" TO ST-TRANSACTION-TYPE.
           MOVE "NT" TO ST-REASON-CODE.
           MOVE SPACES TO ST-ORIGINAL-INVOICE.
           MOVE SPACE TO ST-DOCUMENT-STATUS.
           MOVE ZEROES TO ST-DOCUMENT-DATE.
           MOVE SPACE TO ST-TAX-EXEMPTION.
           MOVE SPACES TO ST-EXEMPT-CERTIFICATE.
           PERFORM WRITE-TRANSACTION-RECORD.

      *-------------------------------------------------------------
      * Keyed the way the other voucher writers key theirs. The
      * run's program name is the ENTERED BY - there is no paper
      * invoice behind a netting - and the operator who approved
      * the run is the approver. The invoice field carries the
      * adjustment's number, the cross-check between the two
      * ledgers.
      *-------------------------------------------------------------
       WRITE-THE-NETTING-VOUCHER.
           MOVE SPACE TO VOUCHER-RECORD.
           MOVE ZEROES TO VOUCHER-RECORD.
           MOVE NEW-VOUCHER-NUMBER TO VOUCHER-NUMBER.
           MOVE CURRENT-VENDOR TO VOUCHER-VENDOR.
           MOVE SPACES TO VOUCHER-INVOICE.
           MOVE NETTING-INVOICE-BUILD TO VOUCHER-INVOICE.
           MOVE SPACES TO VOUCHER-FOR.
           STRING "A/R NETTING - CUSTOMER " CURRENT-CUSTOMER
               DELIMITED BY SIZE INTO VOUCHER-FOR.
           COMPUTE VOUCHER-AMOUNT = ZERO - NET-AMOUNT.
           MOVE VOUCHER-AMOUNT TO VOUCHER-FOREIGN-AMOUNT.
           MOVE "USD" TO VOUCHER-CURRENCY-CODE.
           MOVE TODAY-DATE TO VOUCHER-DATE.
           MOVE TODAY-DATE TO VOUCHER-DUE.
           MOVE SPACES TO VOUCHER-EXPENSE-CATEGORY.
           MOVE NETTING-ACCOUNT TO VOUCHER-GL-ACCOUNT-NUMBER.
           MOVE "N" TO VOUCHER-SELECTED.
           MOVE "Y" TO VOUCHER-CREDIT-MEMO.
           MOVE "Y" TO VOUCHER-APPROVAL-STATUS.
           MOVE NETTING-OPERATOR TO VOUCHER-APPROVED-BY.
           MOVE TODAY-DATE TO VOUCHER-APPROVAL-DATE.
           MOVE "N" TO VOUCHER-TAXABLE.
           MOVE "N" TO VOUCHER-PREPAYMENT.
           MOVE SPACES TO VOUCHER-ON-BEHALF-OF.
           MOVE "CVXNET01" TO VOUCHER-ENTERED-BY.
           MOVE TODAY-DATE TO VOUCHER-ENTERED-DATE.
           WRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING NETTING VOUCHER".

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
           MOVE "CVXNET01" TO CTLLOG-PROGRAM-ID.
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
           MOVE CURRENT-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           SUBTRACT NET-AMOUNT FROM VENDOR-YTD-PURCHASES.
           PERFORM REWRITE-VENDOR-RECORD.

      *****************************************************
      *        The netting statement for the party
      *****************************************************
       PRINT-THE-STATEMENT.
           MOVE PRINT-CONFIG-COMPANY-NAME TO CHL-COMPANY-NAME.
           MOVE COMPANY-HEADING-LINE TO STATEMENT-AREA.
           WRITE STATEMENT-AREA AFTER ADVANCING PAGE.
           MOVE TODAY-DATE TO STL-DATE.
           MOVE NETTING-INVOICE-BUILD TO STL-REFERENCE.
           MOVE STATEMENT-TITLE-LINE TO STATEMENT-AREA.
           WRITE STATEMENT-AREA AFTER ADVANCING 1 LINES.
           MOVE CM-CUSTOMER-NAME TO STATEMENT-AREA.
           WRITE STATEMENT-AREA AFTER ADVANCING 2 LINES.
           PERFORM PRINT-THE-ADDRESS.
           MOVE CURRENT-CUSTOMER TO AL-CUSTOMER-NUMBER.
           MOVE CURRENT-VENDOR TO AL-VENDOR-NUMBER.
           MOVE ACCOUNT-LINE TO STATEMENT-AREA.
           WRITE STATEMENT-AREA AFTER ADVANCING 2 LINES.
           MOVE "WHAT YOU OWE US - YOUR OPEN ITEMS WITH US"
               TO STATEMENT-AREA.
           WRITE STATEMENT-AREA AFTER ADVANCING 2 LINES.
           MOVE "Y" TO PRINTING-STATEMENT.
           PERFORM ADD-UP-THE-RECEIVABLES.
           MOVE "TOTAL YOU OWE US" TO SL-LABEL.
           MOVE OPEN-RECEIVABLES TO SL-AMOUNT.
           PERFORM PRINT-ONE-SUMMARY.
           MOVE "WHAT WE OWE YOU - YOUR OPEN INVOICES TO US"
               TO STATEMENT-AREA.
           WRITE STATEMENT-AREA AFTER ADVANCING 2 LINES.
           PERFORM ADD-UP-THE-PAYABLES.
           MOVE "N" TO PRINTING-STATEMENT.
           MOVE "TOTAL WE OWE YOU" TO SL-LABEL.
           MOVE OPEN-PAYABLES TO SL-AMOUNT.
           PERFORM PRINT-ONE-SUMMARY.
           MOVE "AMOUNT NETTED" TO SL-LABEL.
           MOVE NET-AMOUNT TO SL-AMOUNT.
           MOVE SUMMARY-LINE TO STATEMENT-AREA.
           WRITE STATEMENT-AREA AFTER ADVANCING 2 LINES.
           MOVE "YOU STILL OWE US" TO SL-LABEL.
           COMPUTE SL-AMOUNT = OPEN-RECEIVABLES - NET-AMOUNT.
           PERFORM PRINT-ONE-SUMMARY.
           MOVE "WE STILL OWE YOU" TO SL-LABEL.
           COMPUTE SL-AMOUNT = OPEN-PAYABLES - NET-AMOUNT.
           PERFORM PRINT-ONE-SUMMARY.
           MOVE "THE AMOUNT NETTED IS APPLIED AS PAYMENT ON YOUR"
               TO STATEMENT-AREA.
           WRITE STATEMENT-AREA AFTER ADVANCING 2 LINES.
           MOVE "OPEN ITEMS WITH US AND TAKEN AS A CREDIT AGAINST"
               TO STATEMENT-AREA.
           WRITE STATEMENT-AREA AFTER ADVANCING 1 LINES.
           MOVE "OUR NEXT PAYMENT TO YOU. PLEASE RECORD IT UNDER"
               TO STATEMENT-AREA.
           WRITE STATEMENT-AREA AFTER ADVANCING 1 LINES.
           MOVE SPACES TO STATEMENT-AREA.
           STRING "THE REFERENCE " NETTING-INVOICE-BUILD
               " ON BOTH SIDES OF YOUR BOOKS."
               DELIMITED BY SIZE INTO STATEMENT-AREA.
           WRITE STATEMENT-AREA AFTER ADVANCING 1 LINES.

      *-------------------------------------------------------------
      * The billing address off the customer master - blank when
      * the record hasn't been filled in since the CNVCUS01
      * conversion, in which case nothing prints.
      *-------------------------------------------------------------
       PRINT-THE-ADDRESS.
           IF CM-ADDRESS-1 NOT = SPACES
               MOVE CM-ADDRESS-1 TO STATEMENT-AREA
               WRITE STATEMENT-AREA AFTER ADVANCING 1 LINES
               MOVE SPACES TO STATEMENT-AREA
               STRING CM-CITY " " CM-STATE " " CM-ZIP
                   DELIMITED BY SIZE INTO STATEMENT-AREA
               WRITE STATEMENT-AREA AFTER ADVANCING 1 LINES.

       PRINT-ONE-ITEM.
           MOVE ITEM-LINE TO STATEMENT-AREA.
           WRITE STATEMENT-AREA AFTER ADVANCING 1 LINES.

       PRINT-ONE-SUMMARY.
           MOVE SUMMARY-LINE TO STATEMENT-AREA.
           WRITE STATEMENT-AREA AFTER ADVANCING 1 LINES.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-NEXT-XREF-RECORD.
           READ CUSTOMER-VENDOR-XREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO XREF-EOF.

       REWRITE-XREF-RECORD.
           REWRITE CUSTOMER-VENDOR-XREF-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CROSS-REFERENCE RECORD".

       READ-CUSTOMER-RECORD.
           MOVE "Y" TO CUSTOMER-FOUND.
           READ CUSTMAST
               INVALID KEY
                   MOVE "N" TO CUSTOMER-FOUND.

       READ-GL-ACCOUNT-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ GLACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO VENDOR-FOUND.

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
      * customer's first one, the walk of a vendor's vouchers at
      * the next vendor's first.
      *-------------------------------------------------------------
       READ-NEXT-CUSTOMER-ITEM.
           READ SALES-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TRANSACTION-EOF.
           IF TRANSACTION-EOF = "N"
               AND ST-CUSTOMER-NUMBER NOT = CURRENT-CUSTOMER
               MOVE "Y" TO TRANSACTION-EOF.

       READ-NEXT-VENDOR-VOUCHER.
           READ VOUCHER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO VOUCHER-EOF.
           IF VOUCHER-EOF = "N"
               AND VOUCHER-VENDOR NOT = CURRENT-VENDOR
               MOVE "Y" TO VOUCHER-EOF.

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
