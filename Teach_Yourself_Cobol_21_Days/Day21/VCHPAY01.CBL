      * AMOUNT less than VOUCHER-AMOUNT) generates a new voucher for
      * the remaining balance, pulling the next number from
      * CONTROL-LAST-VOUCHER the same way VCHMNT01 does.
      * A payment dated past the voucher's due date to a vendor
      * carrying a late-payment interest code also writes an
      * add-on interest voucher, paid on the same check, which
      * the operator is told the check has to include.
      * A check that left the building can only be voided and
      * reissued once the bank has confirmed a stop on it
      * (STPPAY01) - a spoiled check already void on the
      * register needs no stop.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "SLVNOTE.CBL".

           COPY "SLVND02.CBL".

           COPY "SLLRT01.CBL".

           COPY "SLLIH01.CBL".

           COPY "SLCHKREG.CBL".

       DATA DIVISION.
       FILE SECTION.


           COPY "FDVNOTE.CBL".

           COPY "FDVND04.CBL".

           COPY "FDLRT01.CBL".

           COPY "FDLIH01.CBL".

           COPY "FDCHKREG.CBL".

       WORKING-STORAGE SECTION.

           COPY "WSDATE01.CBL".

           COPY "WSVNOTE1.CBL".

           COPY "WSLATE01.CBL".

       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 5.

           88 WHICH-FIELD-IS-VALID     VALUES 0 THRU 3.

       77  RECORD-FOUND                PIC X.
       77  REGISTER-FOUND              PIC X.
       77  REISSUE-ALLOWED             PIC X.
       77  OK-TO-CONTINUE              PIC X.
       77  NEW-VOUCHER-NUMBER          PIC 9(7).
       77  REMAINING-BALANCE           PIC S9(9)V99.
           OPEN EXTEND SIGNON-LOG-FILE.
           OPEN EXTEND AUDIT-JOURNAL-FILE.
           OPEN I-O VOUCHER-NOTE-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT LATE-RATE-FILE.
           OPEN I-O LATE-INTEREST-FILE.
           OPEN INPUT CHECK-REGISTER-FILE.
           MOVE "VCHPAY01" TO AUDIT-PROGRAM-ID.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL-RECORD.
           CLOSE SIGNON-LOG-FILE.
           CLOSE AUDIT-JOURNAL-FILE.
           CLOSE VOUCHER-NOTE-FILE.
           CLOSE VENDOR-FILE.
           CLOSE LATE-RATE-FILE.
           CLOSE LATE-INTEREST-FILE.
           CLOSE CHECK-REGISTER-FILE.

      *-------------------------------------------------------------
      * CONTROL-APPROVAL-THRESHOLD defaults to zero (requiring
                           "APPROVED - IT CANNOT BE PAID YET"
                   ELSE
                       PERFORM CHANGE-TO-PAID
                       PERFORM REWRITE-VOUCHER-RECORD
                       PERFORM PRICE-LATE-PAYMENT-INTEREST.

       GET-VOUCHER-TO-PAY.
           DISPLAY "ENTER THE VOUCHER NUMBER TO PAY".
           MOVE VOUCHER-RECORD TO AUDJRN-AFTER-IMAGE.
           PERFORM WRITE-AUDIT-JOURNAL.

      *-------------------------------------------------------------
      * Interest runs on the amount this check pays, from the
      * voucher's due date to the check date, at the vendor's
      * rate code (PLLATE01). The add-on voucher is written paid
      * on the same check number and date - the check as cut
      * has to carry it, so the operator is told what to add.
      *-------------------------------------------------------------
       PRICE-LATE-PAYMENT-INTEREST.
           MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE SPACES TO VENDOR-LATE-INT-CODE.
           MOVE VOUCHER-NUMBER TO LATE-LOOKUP-VOUCHER.
           MOVE VENDOR-LATE-INT-CODE TO LATE-LOOKUP-CODE.
           MOVE VOUCHER-DUE TO LATE-LOOKUP-DUE.
           MOVE VOUCHER-PAID-DATE TO LATE-LOOKUP-PAID.
           MOVE VOUCHER-PAID-AMOUNT TO LATE-LOOKUP-BASE.
           PERFORM COMPUTE-LATE-INTEREST.
           IF LATE-INTEREST > ZERO
               PERFORM ADD-INTEREST-VOUCHER.

       ADD-INTEREST-VOUCHER.
           DISPLAY "PAID " LATE-DAYS " DAYS LATE - INTEREST OF "
               LATE-INTEREST " IS OWED AT " LATE-ANNUAL-PCT "%".
           DISPLAY "CHECK " VOUCHER-CHECK-NO
               " MUST INCLUDE THE INTEREST".
           PERFORM FILL-LATE-INTEREST-RECORD.
           PERFORM RETRIEVE-NEXT-VOUCHER-NUMBER.
           PERFORM BUILD-INTEREST-VOUCHER.
           PERFORM WRITE-NEW-VOUCHER-RECORD.
           MOVE VOUCHER-NUMBER TO LATEINT-VOUCHER.
           WRITE LATE-INTEREST-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING LATE INTEREST RECORD".
           DISPLAY "INTEREST VOUCHER " VOUCHER-NUMBER " WRITTEN".

       FILL-LATE-INTEREST-RECORD.
           MOVE VOUCHER-VENDOR TO LATEINT-VENDOR.
           MOVE VOUCHER-NUMBER TO LATEINT-LATE-VOUCHER.
           MOVE VOUCHER-INVOICE TO LATEINT-INVOICE.
           MOVE VOUCHER-DUE TO LATEINT-DUE-DATE.
           MOVE VOUCHER-PAID-DATE TO LATEINT-PAID-DATE.
           MOVE LATE-DAYS TO LATEINT-DAYS-LATE.
           MOVE LATE-LOOKUP-CODE TO LATEINT-RATE-CODE.
           MOVE LATE-ANNUAL-PCT TO LATEINT-ANNUAL-PCT.
           MOVE LATE-LOOKUP-BASE TO LATEINT-BASE-AMOUNT.
           MOVE LATE-INTEREST TO LATEINT-AMOUNT.
           MOVE VOUCHER-APPROVED-BY TO LATEINT-APPROVED-BY.
           MOVE VOUCHER-APPROVAL-DATE TO LATEINT-APPROVAL-DATE.
           MOVE VOUCHER-CHECK-NO TO LATEINT-CHECK-NO.
           MOVE "VCHPAY01" TO LATEINT-PAID-BY-PROGRAM.
           MOVE OPERATOR-ID TO LATEINT-PAID-BY-OPERATOR.

       BUILD-INTEREST-VOUCHER.
           MOVE SPACE TO VOUCHER-RECORD.
           MOVE ZEROES TO VOUCHER-RECORD.
           MOVE NEW-VOUCHER-NUMBER TO VOUCHER-NUMBER.
           MOVE LATEINT-VENDOR TO VOUCHER-VENDOR.
           MOVE SPACES TO VOUCHER-INVOICE.
           STRING "INT " LATEINT-INVOICE
               DELIMITED BY SIZE INTO VOUCHER-INVOICE.
           MOVE SPACES TO VOUCHER-FOR.
           STRING "LATE INTEREST ON VCH " LATEINT-LATE-VOUCHER
               DELIMITED BY SIZE INTO VOUCHER-FOR.
           MOVE LATEINT-AMOUNT TO VOUCHER-AMOUNT.
           MOVE LATEINT-PAID-DATE TO VOUCHER-DATE.
           MOVE LATEINT-PAID-DATE TO VOUCHER-DUE.
           MOVE SPACES TO VOUCHER-EXPENSE-CATEGORY.
           MOVE "N" TO VOUCHER-SELECTED.
           MOVE LATEINT-AMOUNT TO VOUCHER-PAID-AMOUNT.
           MOVE LATEINT-PAID-DATE TO VOUCHER-PAID-DATE.
           MOVE LATEINT-CHECK-NO TO VOUCHER-CHECK-NO.
           MOVE "N" TO VOUCHER-CREDIT-MEMO.
           MOVE "USD" TO VOUCHER-CURRENCY-CODE.
           MOVE LATEINT-AMOUNT TO VOUCHER-FOREIGN-AMOUNT.
           MOVE LATE-GL-ACCOUNT TO VOUCHER-GL-ACCOUNT-NUMBER.
           MOVE "N" TO VOUCHER-APPROVAL-STATUS.
           MOVE "N" TO VOUCHER-TAXABLE.
           MOVE "N" TO VOUCHER-PREPAYMENT.
           MOVE SPACES TO VOUCHER-ON-BEHALF-OF.
           MOVE "N" TO VOUCHER-RETAINAGE-REL.
           MOVE "VCHPAY01" TO VOUCHER-ENTERED-BY.
           MOVE TODAY-CCYYMMDD TO VOUCHER-ENTERED-DATE.

      *****************************************************
      *                UNPAY MODE
      *****************************************************
               IF VOUCHER-PAID-DATE = ZEROES
                   DISPLAY "THAT VOUCHER IS NOT MARKED PAID"
               ELSE
                   PERFORM CHECK-STOP-ON-REGISTER
                   IF REISSUE-ALLOWED = "Y"
                       PERFORM CHANGE-TO-REISSUE
                       PERFORM REWRITE-VOUCHER-RECORD.

       GET-VOUCHER-TO-REISSUE.
           DISPLAY "ENTER THE VOUCHER NUMBER OF THE CHECK TO REISSUE".
           ACCEPT VOUCHER-NUMBER.
           PERFORM READ-VOUCHER-RECORD.

      *-------------------------------------------------------------
      * The check must be void on the register (spoiled at the
      * printer) or stopped with the bank's confirmation. A check
      * that predates the register is let through as before.
      *-------------------------------------------------------------
       CHECK-STOP-ON-REGISTER.
           MOVE "Y" TO REISSUE-ALLOWED.
           MOVE VOUCHER-CHECK-NO TO CHKREG-CHECK-NO.
           MOVE "Y" TO REGISTER-FOUND.
           READ CHECK-REGISTER-FILE RECORD
               INVALID KEY
                   MOVE "N" TO REGISTER-FOUND.
           IF REGISTER-FOUND = "Y"
               AND NOT CHKREG-IS-STOPPED
               AND NOT CHKREG-IS-VOID
               MOVE "N" TO REISSUE-ALLOWED
               PERFORM SHOW-WHY-NO-REISSUE.

       SHOW-WHY-NO-REISSUE.
           IF CHKREG-STOP-REQUESTED
               DISPLAY "THE STOP ON CHECK " CHKREG-CHECK-NO
                   " REQUESTED " CHKREG-STOP-REQ-DATE
                   " IS NOT YET CONFIRMED BY THE BANK"
           ELSE
           IF CHKREG-IS-CLEARED
               DISPLAY "CHECK " CHKREG-CHECK-NO " CLEARED THE BANK ON "
                   CHKREG-CLEARED-DATE " - IT CANNOT BE REISSUED"
           ELSE
               DISPLAY "CHECK " CHKREG-CHECK-NO " HAS NO CONFIRMED "
                   "STOP PAYMENT - REQUEST ONE IN STPPAY01 FIRST".

       CHANGE-TO-REISSUE.
           DISPLAY "VOIDING CHECK NUMBER " VOUCHER-CHECK-NO
               " FOR REISSUE".
           COPY "PLAUDJ01.CBL".

           COPY "PLVNOTE1.CBL".

           COPY "PLLATE01.CBL".
