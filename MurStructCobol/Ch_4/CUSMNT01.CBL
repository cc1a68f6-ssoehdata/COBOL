       77  REP-FOUND                   PIC X.
       77  STATE-FOUND                 PIC X.
       77  BRANCH-FOUND                PIC X.
       77  TODAY-DATE                  PIC 9(8).
       77  WHICH-FIELD                 PIC 99.
           88 WHICH-FIELD-IS-VALID     VALUES 0 THRU 13.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           OPEN INPUT SALESREP-MASTER-FILE.
           OPEN INPUT STATE-FILE.
           OPEN INPUT BRANCH-MASTER-FILE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE CUSTMAST.
           PERFORM ENTER-CM-CONTACT-NAME.
           PERFORM ENTER-CM-CONTACT-PHONE.
           PERFORM ENTER-CM-TERMS-DAYS.
           PERFORM ENTER-FIN-CHG-EXEMPT.

      *****************************************************
      *                     CHANGE

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-13) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
               PERFORM ENTER-CM-CONTACT-PHONE
           ELSE
           IF WHICH-FIELD = 12
               PERFORM ENTER-CM-TERMS-DAYS
           ELSE
           IF WHICH-FIELD = 13
               PERFORM ENTER-FIN-CHG-EXEMPT.

           PERFORM REWRITE-CUSTOMER-RECORD.

           MOVE ZERO TO CM-CREDIT-LIMIT.
           MOVE "N" TO CM-CREDIT-STATUS.
           MOVE ZERO TO CM-PAYMENT-TERMS-DAYS.
           MOVE ZERO TO CM-NSF-COUNT.
           MOVE ZERO TO CM-LAST-NSF-DATE.
           MOVE "N" TO CM-FIN-CHG-EXEMPT.
           MOVE SPACE TO CM-HOLD-SOURCE.
           MOVE ZERO TO CM-HOLD-DATE.
           MOVE ZERO TO CM-REFUND-VENDOR.
           MOVE ZERO TO CM-MERGED-INTO.

       ENTER-CUSTOMER-NUMBER.
           PERFORM ACCEPT-CUSTOMER-NUMBER.
           DISPLAY "2. BRANCH NUMBER:   " CM-BRANCH-NUMBER.
           DISPLAY "3. SALESREP NUMBER: " CM-SALESREP-NUMBER.
           DISPLAY "4. CREDIT LIMIT:    " CM-CREDIT-LIMIT.
           DISPLAY "5. CREDIT STATUS (N/H): " CM-CREDIT-STATUS
               "  " CM-HOLD-REASON.
           IF CREDIT-IS-HELD
               PERFORM DISPLAY-HOLD-SOURCE.
           DISPLAY "6. ADDRESS:         " CM-ADDRESS-1.
           DISPLAY "7. CITY:            " CM-CITY.
           DISPLAY "8. STATE:           " CM-STATE.
           DISPLAY "10. CONTACT NAME:   " CM-CONTACT-NAME.
           DISPLAY "11. CONTACT PHONE:  " CM-CONTACT-PHONE.
           DISPLAY "12. TERMS (NET DAYS): " CM-PAYMENT-TERMS-DAYS.
           DISPLAY "13. FIN CHG EXEMPT (Y/N): " CM-FIN-CHG-EXEMPT.
           DISPLAY "   SALES THIS YTD:  " CM-SALES-THIS-YTD.
           DISPLAY "   SALES LAST YTD:  " CM-SALES-LAST-YTD.
           DISPLAY "   RETURNED CHECKS: " CM-NSF-COUNT
               "  LAST " CM-LAST-NSF-DATE.
           IF NOT CUSTOMER-NOT-MERGED
               DISPLAY "   MERGED INTO CUSTOMER " CM-MERGED-INTO.
           DISPLAY " ".

       DISPLAY-HOLD-SOURCE.
           IF HOLD-IS-AUTOMATIC
               DISPLAY "   HELD BY THE SWEEP SINCE " CM-HOLD-DATE
           ELSE
               DISPLAY "   HELD BY HAND SINCE " CM-HOLD-DATE.

      *-------------------------------------------------------------
      * A zero limit is "no limit" - entry checks nothing. HOLD
      * is the sales manager's stop: invoice entry blocks the
      * customer outright unless a supervisor overrides. A hold
      * keyed here is MANUAL - the nightly sweep never lifts it,
      * and re-keying H over a sweep's hold makes it manual.
      *-------------------------------------------------------------
       ENTER-CM-ADDRESS-1.
           DISPLAY "ENTER THE BILLING ADDRESS".
           DISPLAY "ENTER THE PAYMENT TERMS (NET DAYS)".
           ACCEPT CM-PAYMENT-TERMS-DAYS.

      *-------------------------------------------------------------
      * Exempt is for the customer whose agreement waives the
      * monthly service charge - the finance charge run skips
      * them entirely.
      *-------------------------------------------------------------
       ENTER-FIN-CHG-EXEMPT.
           PERFORM ACCEPT-FIN-CHG-EXEMPT.
           PERFORM RE-ACCEPT-FIN-CHG-EXEMPT
               UNTIL CM-FIN-CHG-EXEMPT = "Y" OR "N".

       ACCEPT-FIN-CHG-EXEMPT.
           DISPLAY "EXEMPT FROM FINANCE CHARGES (Y/N)?".
           ACCEPT CM-FIN-CHG-EXEMPT.
           IF CM-FIN-CHG-EXEMPT = "y"
               MOVE "Y" TO CM-FIN-CHG-EXEMPT.
           IF CM-FIN-CHG-EXEMPT = "n"
               MOVE "N" TO CM-FIN-CHG-EXEMPT.

       RE-ACCEPT-FIN-CHG-EXEMPT.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-FIN-CHG-EXEMPT.

       ENTER-CREDIT-LIMIT.
           DISPLAY "ENTER THE CREDIT LIMIT (0 FOR NO LIMIT)".
           ACCEPT CM-CREDIT-LIMIT.
           PERFORM ACCEPT-CREDIT-STATUS.
           PERFORM RE-ACCEPT-CREDIT-STATUS
               UNTIL CM-CREDIT-STATUS = "N" OR "H".
           IF CREDIT-IS-HELD
               PERFORM ENTER-HOLD-REASON
               MOVE "M" TO CM-HOLD-SOURCE
               MOVE TODAY-DATE TO CM-HOLD-DATE
           ELSE
               MOVE SPACES TO CM-HOLD-REASON
               MOVE SPACE TO CM-HOLD-SOURCE
               MOVE ZERO TO CM-HOLD-DATE.

       ACCEPT-CREDIT-STATUS.
           DISPLAY "ENTER THE CREDIT STATUS - N (NORMAL) OR".
           DISPLAY "YOU MUST ENTER N OR H".
           PERFORM ACCEPT-CREDIT-STATUS.

       ENTER-HOLD-REASON.
           DISPLAY "ENTER THE REASON FOR THE HOLD".
           ACCEPT CM-HOLD-REASON.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
