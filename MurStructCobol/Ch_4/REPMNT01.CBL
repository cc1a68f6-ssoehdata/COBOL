      *------------------------------------------
      * Add, Change, Inquire and Delete
      * for the Sales Rep Master File.
      * Field 7 is the rep's draw schedule - what DRWPAY01 pays
      * each month and CMSTMT01 recovers when it is recoverable.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  OK-TO-DELETE                PIC X.
       77  RECORD-FOUND                PIC X.
       77  WHICH-FIELD                 PIC 99.
           88 WHICH-FIELD-IS-VALID     VALUES 0 THRU 7.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM ENTER-REP-STATUS.
           PERFORM ENTER-FILING-STATUS.
           PERFORM ENTER-EXTRA-WITHHOLDING.
           PERFORM ENTER-DRAW-SCHEDULE.

      *****************************************************
      *                     CHANGE

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-7) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
               PERFORM ENTER-FILING-STATUS
           ELSE
           IF WHICH-FIELD = 6
               PERFORM ENTER-EXTRA-WITHHOLDING
           ELSE
           IF WHICH-FIELD = 7
               PERFORM ENTER-DRAW-SCHEDULE.

           PERFORM REWRITE-SALESREP-RECORD.

           MOVE ZERO TO RM-EXTRA-WITHHOLDING.
           MOVE ZERO TO RM-YTD-GROSS-COMMISSION.
           MOVE ZERO TO RM-YTD-WITHHELD.
           MOVE ZERO TO RM-DRAW-AMOUNT.
           MOVE ZERO TO RM-DRAW-START-DATE.
           MOVE ZERO TO RM-DRAW-END-DATE.
           MOVE "N" TO RM-DRAW-RECOVERABLE.
           MOVE ZERO TO RM-DRAW-RECOVERY-PERCENT.
           MOVE ZERO TO RM-DRAW-BALANCE.
           MOVE ZERO TO RM-DRAW-LAST-PERIOD.

       ENTER-SALESREP-NUMBER.
           PERFORM ACCEPT-SALESREP-NUMBER.
      * A terminated rep keeps their record (history still needs
      * a name against the number) but CUSMNT01 refuses to
      * assign customers to them from the moment the T goes on.
      * A rep leaving with a recoverable draw not yet earned back
      * is flagged here, and stays on DRWRPT01's warning list
      * until the balance is settled.
      *-------------------------------------------------------------
       ENTER-REP-STATUS.
           PERFORM ACCEPT-REP-STATUS.
           IF REP-IS-TERMINATED
               DISPLAY "ENTER TERMINATION DATE (CCYYMMDD)"
               ACCEPT RM-TERMINATION-DATE
               PERFORM WARN-UNRECOVERED-DRAW
           ELSE
               MOVE ZERO TO RM-TERMINATION-DATE.

           DISPLAY "YOU MUST ENTER A OR T".
           PERFORM ACCEPT-REP-STATUS.

       WARN-UNRECOVERED-DRAW.
           IF RM-DRAW-BALANCE > ZERO
               DISPLAY "** WARNING - THIS REP LEAVES AN UNRECOVERED "
                   "DRAW BALANCE OF " RM-DRAW-BALANCE
               DISPLAY "** SEE DRWRPT01 - PAYROLL MUST SETTLE IT".

      ****************************************************
      *    Routines shared by Change, Inquire, Delete
      ****************************************************
               "  TERMINATED " RM-TERMINATION-DATE.
           DISPLAY "5. FILING STATUS:    " RM-FILING-STATUS.
           DISPLAY "6. EXTRA WITHHOLDING: " RM-EXTRA-WITHHOLDING.
           DISPLAY "7. DRAW AMOUNT:      " RM-DRAW-AMOUNT
               "  FROM " RM-DRAW-START-DATE
               "  TO " RM-DRAW-END-DATE.
           DISPLAY "   RECOVERABLE:      " RM-DRAW-RECOVERABLE
               "  UP TO " RM-DRAW-RECOVERY-PERCENT "% A STATEMENT".
           DISPLAY "   DRAW BALANCE " RM-DRAW-BALANCE
               "  LAST PAID " RM-DRAW-LAST-PERIOD.
           DISPLAY "   YTD GROSS " RM-YTD-GROSS-COMMISSION
               "  YTD WITHHELD " RM-YTD-WITHHELD.
           DISPLAY " ".
           DISPLAY "PAYOUT (0 IF NONE)".
           ACCEPT RM-EXTRA-WITHHOLDING.

      *-------------------------------------------------------------
      * The draw schedule. A zero amount takes the rep off draws
      * altogether; the balance already advanced stays on the
      * record for CMSTMT01 to keep recovering. The recovery
      * percent caps what one statement gives back, so a rep's
      * first good month is not swallowed whole.
      *-------------------------------------------------------------
       ENTER-DRAW-SCHEDULE.
           DISPLAY "ENTER THE MONTHLY DRAW AMOUNT (0 IF NO DRAW)".
           ACCEPT RM-DRAW-AMOUNT.
           IF RM-DRAW-AMOUNT = ZERO
               MOVE ZERO TO RM-DRAW-START-DATE
               MOVE ZERO TO RM-DRAW-END-DATE
               MOVE "N" TO RM-DRAW-RECOVERABLE
               MOVE ZERO TO RM-DRAW-RECOVERY-PERCENT
           ELSE
               PERFORM ENTER-DRAW-DATES
               PERFORM ENTER-DRAW-RECOVERABLE.

       ENTER-DRAW-DATES.
           PERFORM ACCEPT-DRAW-DATES.
           PERFORM RE-ACCEPT-DRAW-DATES
               UNTIL RM-DRAW-START-DATE NOT = ZERO
                 AND (RM-DRAW-END-DATE = ZERO
                   OR RM-DRAW-END-DATE NOT < RM-DRAW-START-DATE).

       ACCEPT-DRAW-DATES.
           DISPLAY "ENTER THE DRAW START DATE (CCYYMMDD)".
           ACCEPT RM-DRAW-START-DATE.
           DISPLAY "ENTER THE DRAW END DATE (CCYYMMDD, 0 IF OPEN)".
           ACCEPT RM-DRAW-END-DATE.

       RE-ACCEPT-DRAW-DATES.
           DISPLAY "A START DATE IS REQUIRED AND THE END DATE".
           DISPLAY "CANNOT FALL BEFORE IT".
           PERFORM ACCEPT-DRAW-DATES.

       ENTER-DRAW-RECOVERABLE.
           PERFORM ACCEPT-DRAW-RECOVERABLE.
           PERFORM RE-ACCEPT-DRAW-RECOVERABLE
               UNTIL RM-DRAW-RECOVERABLE = "Y" OR "N".
           IF DRAW-IS-RECOVERABLE
               PERFORM ENTER-DRAW-RECOVERY-PERCENT
           ELSE
               MOVE ZERO TO RM-DRAW-RECOVERY-PERCENT.

       ACCEPT-DRAW-RECOVERABLE.
           DISPLAY "IS THE DRAW RECOVERABLE FROM COMMISSION (Y/N)?".
           ACCEPT RM-DRAW-RECOVERABLE.
           IF RM-DRAW-RECOVERABLE = "y"
               MOVE "Y" TO RM-DRAW-RECOVERABLE.
           IF RM-DRAW-RECOVERABLE = "n"
               MOVE "N" TO RM-DRAW-RECOVERABLE.

       RE-ACCEPT-DRAW-RECOVERABLE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-DRAW-RECOVERABLE.

       ENTER-DRAW-RECOVERY-PERCENT.
           PERFORM ACCEPT-DRAW-RECOVERY-PERCENT.
           PERFORM RE-ACCEPT-DRAW-RECOVERY-PERCENT
               UNTIL RM-DRAW-RECOVERY-PERCENT > ZERO
                 AND RM-DRAW-RECOVERY-PERCENT NOT > 100.

       ACCEPT-DRAW-RECOVERY-PERCENT.
           DISPLAY "ENTER THE MOST OF ONE STATEMENT'S COMMISSION".
           DISPLAY "TO RECOVER, AS A PERCENT (1-100)".
           ACCEPT RM-DRAW-RECOVERY-PERCENT.

       RE-ACCEPT-DRAW-RECOVERY-PERCENT.
           DISPLAY "THE PERCENT MUST BE FROM 1 TO 100".
           PERFORM ACCEPT-DRAW-RECOVERY-PERCENT.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
