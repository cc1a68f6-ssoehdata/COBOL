       77  RECORD-FOUND                PIC X.
       77  TIER-SUB                    PIC 9 COMP.
       77  WHICH-FIELD                 PIC 99.
           88 WHICH-FIELD-IS-VALID     VALUES 0 THRU 3.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       ADD-RECORDS.
           PERFORM ENTER-COMMISSION-RATE.
           PERFORM ENTER-TIER-SET.
           PERFORM ENTER-COMMISSION-BASIS.
           PERFORM WRITE-COMMISSION-RECORD.
           PERFORM GET-NEW-SALESREP-NUMBER.


       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-3) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
               PERFORM ENTER-COMMISSION-RATE
           ELSE
           IF WHICH-FIELD = 2
               PERFORM ENTER-TIER-SET
           ELSE
           IF WHICH-FIELD = 3
               PERFORM ENTER-COMMISSION-BASIS.

           PERFORM REWRITE-COMMISSION-RECORD.

      ****************************************************
       INIT-COMMISSION-RECORD.
           MOVE ZERO TO COMMISSION-RATE-RECORD.
           MOVE "B" TO CR-COMMISSION-BASIS.

       ENTER-SALESREP-NUMBER.
           PERFORM ACCEPT-SALESREP-NUMBER.
               ACCEPT CR-TIER-UPPER (TIER-SUB).
           ADD 1 TO TIER-SUB.

      *-------------------------------------------------------------
      * B pays the rep on the sales billed to the customers, C on
      * the cash collected against their invoices.
      *-------------------------------------------------------------
       ENTER-COMMISSION-BASIS.
           PERFORM ACCEPT-COMMISSION-BASIS.
           PERFORM RE-ACCEPT-COMMISSION-BASIS
               UNTIL CR-COMMISSION-BASIS = "B" OR "C".

       ACCEPT-COMMISSION-BASIS.
           DISPLAY "PAY ON B)ILLED SALES OR C)ASH COLLECTED (B/C)?".
           ACCEPT CR-COMMISSION-BASIS.
           IF CR-COMMISSION-BASIS = "b"
               MOVE "B" TO CR-COMMISSION-BASIS.
           IF CR-COMMISSION-BASIS = "c"
               MOVE "C" TO CR-COMMISSION-BASIS.

       RE-ACCEPT-COMMISSION-BASIS.
           DISPLAY "YOU MUST ENTER B OR C".
           PERFORM ACCEPT-COMMISSION-BASIS.

      ****************************************************
      *    Routines shared by Change, Inquire, Delete
      ****************************************************
           MOVE 1 TO TIER-SUB.
           PERFORM DISPLAY-ONE-TIER
               UNTIL TIER-SUB > 3.
           IF CR-PAID-ON-CASH
               DISPLAY "3. PAID ON:           CASH COLLECTED"
           ELSE
               DISPLAY "3. PAID ON:           BILLED SALES".
           DISPLAY " ".

       DISPLAY-ONE-TIER.
