       77  OK-TO-DELETE                PIC X.
       77  RECORD-FOUND                PIC X.
       77  WHICH-FIELD                 PIC 99.
           88 WHICH-FIELD-IS-VALID     VALUES 0 THRU 8.

           COPY "WSCASE01.CBL".

           PERFORM ENTER-LAST-ACH.
           PERFORM ENTER-POSPAY-ID.
           PERFORM ENTER-ACH-ID.
           PERFORM ENTER-FEE-VENDOR.
           PERFORM ENTER-FEE-GL-ACCOUNT.

      *****************************************************
      *                     CHANGE

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-8) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
               PERFORM ENTER-POSPAY-ID
           ELSE
           IF WHICH-FIELD = 6
               PERFORM ENTER-ACH-ID
           ELSE
           IF WHICH-FIELD = 7
               PERFORM ENTER-FEE-VENDOR
           ELSE
           IF WHICH-FIELD = 8
               PERFORM ENTER-FEE-GL-ACCOUNT.

           PERFORM REWRITE-BANK-RECORD.

           MOVE ZEROES TO BANK-GL-CASH-ACCOUNT.
           MOVE ZEROES TO BANK-LAST-CHECK.
           MOVE ZEROES TO BANK-LAST-ACH.
           MOVE ZEROES TO BANK-FEE-VENDOR.
           MOVE ZEROES TO BANK-FEE-GL-ACCOUNT.
           MOVE ZEROES TO BANK-LAST-BAI-DATE.
           MOVE ZEROES TO BANK-LAST-DEPOSIT-RECON.

       ENTER-ACCOUNT-CODE.
           PERFORM ACCEPT-ACCOUNT-CODE.
           DISPLAY "4. LAST ACH NO:    " BANK-LAST-ACH.
           DISPLAY "5. POSITIVE-PAY ID " BANK-POSPAY-ID.
           DISPLAY "6. ACH COMPANY ID: " BANK-ACH-ID.
           DISPLAY "7. FEE VENDOR:     " BANK-FEE-VENDOR.
           DISPLAY "8. FEE GL ACCOUNT: " BANK-FEE-GL-ACCOUNT.

       ENTER-ACCOUNT-NAME.
           DISPLAY "ENTER THE ACCOUNT NAME".
           DISPLAY "ENTER THE COMPANY ACH ID FOR THIS ACCOUNT".
           ACCEPT BANK-ACH-ID.

       ENTER-FEE-VENDOR.
           DISPLAY "ENTER THE VENDOR NUMBER BANK FEES ARE "
               "VOUCHERED TO".
           ACCEPT BANK-FEE-VENDOR.

       ENTER-FEE-GL-ACCOUNT.
           DISPLAY "ENTER THE GL ACCOUNT BANK FEES ARE BOOKED TO".
           ACCEPT BANK-FEE-GL-ACCOUNT.

      ***********************************************
      *           FILE I-O ROUTINES
      ***********************************************
