      * Maintaining the Billing Contract File
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRMNT01.
      *------------------------------------------
      * Add, Change, Inquire and Delete for the Billing Contract
      * File, in the pattern of PRDMNT01 - the monthly fee,
      * billing day, contract dates and taxability CTRBIL01
      * bills from. The customer is validated against the
      * customer master and a taxable contract's jurisdiction
      * against the STATE-FILE. A renewal is a change to the
      * end date; the last period billed is CTRBIL01's and is
      * only displayed here.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLCTR01.CBL".

           COPY "SLCUST01.CBL".

           COPY "SLSTATE.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDCTR01.CBL".

           COPY "FDCUST01.CBL".

           COPY "FDSTATE.CBL".

       WORKING-STORAGE SECTION.
       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 4.

       77  THE-MODE                    PIC X(7).
       77  OK-TO-DELETE                PIC X.
       77  RECORD-FOUND                PIC X.
       77  CUSTOMER-FOUND              PIC X.
       77  STATE-FOUND                 PIC X.
       77  WHICH-FIELD                 PIC 99.
           88 WHICH-FIELD-IS-VALID     VALUES 0 THRU 7.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           OPEN I-O BILLING-CONTRACT-FILE.
           OPEN INPUT CUSTMAST.
           OPEN INPUT STATE-FILE.

       CLOSING-PROCEDURE.
           CLOSE BILLING-CONTRACT-FILE.
           CLOSE CUSTMAST.
           CLOSE STATE-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM MAINTAIN-THE-FILE
               UNTIL MENU-PICK = 0.
      ********************************************************
      *                    MENU
      ********************************************************
       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           PERFORM CLEAR-SCREEN.
           DISPLAY "   PLEASE SELECT:".
           DISPLAY "  ".
           DISPLAY "           1. ADD BILLING CONTRACTS".
           DISPLAY "           2. CHANGE A BILLING CONTRACT".
           DISPLAY "           3. LOOK UP A BILLING CONTRACT".
           DISPLAY "           4. DELETE A BILLING CONTRACT".
           DISPLAY " ".
           DISPLAY "           0. EXIT".
           PERFORM SCROLL-LINE 8 TIMES.

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE  (0-4)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION  - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       CLEAR-SCREEN.
           PERFORM SCROLL-LINE 25 TIMES.

       SCROLL-LINE.
           DISPLAY " ".

       MAINTAIN-THE-FILE.
           PERFORM DO-THE-PICK.
           PERFORM GET-MENU-PICK.

       DO-THE-PICK.
           IF MENU-PICK = 1
               PERFORM ADD-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM CHANGE-MODE
           ELSE
           IF MENU-PICK = 3
               PERFORM INQUIRE-MODE
           ELSE
           IF MENU-PICK = 4
              PERFORM DELETE-MODE.
      *****************************************************
      *                       ADD
      *****************************************************
       ADD-MODE.
           MOVE "ADD"  TO THE-MODE.
           PERFORM GET-NEW-CONTRACT-KEY.
           PERFORM ADD-RECORDS
               UNTIL CT-CUSTOMER-NUMBER = 99999.

       GET-NEW-CONTRACT-KEY.
           PERFORM INIT-CONTRACT-RECORD.
           PERFORM ENTER-CONTRACT-KEY.
           MOVE "Y" TO RECORD-FOUND.
           PERFORM FIND-NEW-CONTRACT-RECORD
               UNTIL RECORD-FOUND = "N" OR
                   CT-CUSTOMER-NUMBER = 99999.

       FIND-NEW-CONTRACT-RECORD.
           PERFORM READ-CONTRACT-RECORD.
           IF RECORD-FOUND = "Y"
               DISPLAY "RECORD ALREADY ON FILE"
               PERFORM ENTER-CONTRACT-KEY.

       ADD-RECORDS.
           PERFORM ENTER-CONTRACT-DESCRIPTION.
           PERFORM ENTER-MONTHLY-AMOUNT.
           PERFORM ENTER-BILLING-DAY.
           PERFORM ENTER-START-DATE.
           PERFORM ENTER-END-DATE.
           PERFORM ENTER-CONTRACT-TAXABLE.
           PERFORM WRITE-CONTRACT-RECORD.
           PERFORM GET-NEW-CONTRACT-KEY.

      *****************************************************
      *                     CHANGE
      *****************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-CONTRACT-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL CT-CUSTOMER-NUMBER = 99999.

       CHANGE-RECORDS.
           PERFORM GET-FIELD-TO-CHANGE.
           PERFORM CHANGE-ONE-FIELD
               UNTIL WHICH-FIELD = ZERO.

           PERFORM GET-CONTRACT-RECORD.

       GET-FIELD-TO-CHANGE.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-WHICH-FIELD.

       ASK-WHICH-FIELD.
           PERFORM ACCEPT-WHICH-FIELD.
           PERFORM RE-ACCEPT-WHICH-FIELD
               UNTIL WHICH-FIELD-IS-VALID.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-7) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
           DISPLAY "INVALID ENTRY".
           PERFORM ACCEPT-WHICH-FIELD.

       CHANGE-ONE-FIELD.
           PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

      *-------------------------------------------------------------
      * The end date is checked against the start date, so a new
      * start date asks for the end date again; taxable and
      * jurisdiction are one entry.
      *-------------------------------------------------------------
       CHANGE-THIS-FIELD.
           IF WHICH-FIELD = 1
               PERFORM ENTER-CONTRACT-DESCRIPTION
           ELSE
           IF WHICH-FIELD = 2
               PERFORM ENTER-MONTHLY-AMOUNT
           ELSE
           IF WHICH-FIELD = 3
               PERFORM ENTER-BILLING-DAY
           ELSE
           IF WHICH-FIELD = 4
               PERFORM ENTER-START-DATE
               PERFORM ENTER-END-DATE
           ELSE
           IF WHICH-FIELD = 5
               PERFORM ENTER-END-DATE
           ELSE
           IF WHICH-FIELD = 6 OR WHICH-FIELD = 7
               PERFORM ENTER-CONTRACT-TAXABLE.

           PERFORM REWRITE-CONTRACT-RECORD.

      ****************************************************
      *                    INQUIRE
      ****************************************************
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-CONTRACT-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL CT-CUSTOMER-NUMBER = 99999.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-CONTRACT-RECORD.

      *****************************************************
      *                     DELETE
      *****************************************************
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-CONTRACT-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL CT-CUSTOMER-NUMBER = 99999.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.

           PERFORM ASK-OK-TO-DELETE
           IF OK-TO-DELETE = "Y"
               PERFORM DELETE-CONTRACT-RECORD.

           PERFORM GET-CONTRACT-RECORD.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y"  OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS RECORD (Y/N)?".
           ACCEPT OK-TO-DELETE.

       RE-ACCEPT-OK-TO-DELETE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-DELETE.

      ****************************************************
      *     Routines shared by all modes
      ****************************************************
       INIT-CONTRACT-RECORD.
           MOVE SPACE TO BILLING-CONTRACT-RECORD.
           MOVE ZERO TO CT-CUSTOMER-NUMBER
                        CT-CONTRACT-NUMBER
                        CT-MONTHLY-AMOUNT
                        CT-BILLING-DAY
                        CT-START-DATE
                        CT-END-DATE
                        CT-LAST-BILLED-PERIOD.
           MOVE "N" TO CT-TAXABLE.

       ENTER-CONTRACT-KEY.
           PERFORM ENTER-CONTRACT-CUSTOMER.
           IF CT-CUSTOMER-NUMBER NOT = 99999
               DISPLAY "ENTER THE CONTRACT NUMBER (2 DIGITS)"
               ACCEPT CT-CONTRACT-NUMBER.

       ENTER-CONTRACT-CUSTOMER.
           PERFORM ACCEPT-CONTRACT-CUSTOMER.
           PERFORM RE-ACCEPT-CONTRACT-CUSTOMER
               UNTIL CUSTOMER-FOUND = "Y"
                   OR CT-CUSTOMER-NUMBER = 99999.

       ACCEPT-CONTRACT-CUSTOMER.
           DISPLAY " ".
           DISPLAY "ENTER CUSTOMER NUMBER OF THE CONTRACT".
           DISPLAY "TO " THE-MODE " (5 DIGITS)".
           DISPLAY "ENTER 99999 TO STOP ENTRY".
           ACCEPT CT-CUSTOMER-NUMBER.
           MOVE "Y" TO CUSTOMER-FOUND.
           IF CT-CUSTOMER-NUMBER NOT = 99999
               MOVE CT-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               READ CUSTMAST
                   INVALID KEY
                       MOVE "N" TO CUSTOMER-FOUND.
           IF CUSTOMER-FOUND = "Y" AND CT-CUSTOMER-NUMBER NOT = 99999
               DISPLAY "CUSTOMER: " CM-CUSTOMER-NAME.

       RE-ACCEPT-CONTRACT-CUSTOMER.
           DISPLAY "CUSTOMER NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-CONTRACT-CUSTOMER.

       GET-CONTRACT-RECORD.
           PERFORM INIT-CONTRACT-RECORD.
           PERFORM ENTER-CONTRACT-KEY.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-CONTRACT-RECORD
               UNTIL RECORD-FOUND = "Y" OR
                   CT-CUSTOMER-NUMBER = 99999.

       FIND-CONTRACT-RECORD.
           PERFORM READ-CONTRACT-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "RECORD NOT FOUND"
               PERFORM ENTER-CONTRACT-KEY.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "   CUSTOMER:         " CT-CUSTOMER-NUMBER.
           DISPLAY "   CONTRACT:         " CT-CONTRACT-NUMBER.
           DISPLAY "1. DESCRIPTION:      " CT-DESCRIPTION.
           DISPLAY "2. MONTHLY AMOUNT:   " CT-MONTHLY-AMOUNT.
           DISPLAY "3. BILLING DAY:      " CT-BILLING-DAY.
           DISPLAY "4. START DATE:       " CT-START-DATE.
           DISPLAY "5. END DATE:         " CT-END-DATE.
           DISPLAY "6. TAXABLE (Y/N):    " CT-TAXABLE.
           DISPLAY "7. JURISDICTION:     " CT-TAX-JURISDICTION.
           DISPLAY "   LAST BILLED:      " CT-LAST-BILLED-PERIOD.

       ENTER-CONTRACT-DESCRIPTION.
           PERFORM ACCEPT-CONTRACT-DESCRIPTION.
           PERFORM RE-ACCEPT-CONTRACT-DESCRIPTION
               UNTIL CT-DESCRIPTION NOT = SPACES.

       ACCEPT-CONTRACT-DESCRIPTION.
           DISPLAY "ENTER WHAT THE CONTRACT BILLS FOR".
           DISPLAY "(E.G. MONTHLY SERVICE, EQUIPMENT RENTAL)".
           ACCEPT CT-DESCRIPTION.

       RE-ACCEPT-CONTRACT-DESCRIPTION.
           DISPLAY "THE DESCRIPTION MUST BE ENTERED".
           PERFORM ACCEPT-CONTRACT-DESCRIPTION.

       ENTER-MONTHLY-AMOUNT.
           PERFORM ACCEPT-MONTHLY-AMOUNT.
           PERFORM RE-ACCEPT-MONTHLY-AMOUNT
               UNTIL CT-MONTHLY-AMOUNT > ZERO.

       ACCEPT-MONTHLY-AMOUNT.
           DISPLAY "ENTER THE MONTHLY AMOUNT (BEFORE TAX)".
           ACCEPT CT-MONTHLY-AMOUNT.

       RE-ACCEPT-MONTHLY-AMOUNT.
           DISPLAY "THE AMOUNT MUST BE GREATER THAN ZERO".
           PERFORM ACCEPT-MONTHLY-AMOUNT.

       ENTER-BILLING-DAY.
           PERFORM ACCEPT-BILLING-DAY.
           PERFORM RE-ACCEPT-BILLING-DAY
               UNTIL CT-BILLING-DAY > ZERO
                 AND CT-BILLING-DAY < 29.

       ACCEPT-BILLING-DAY.
           DISPLAY "ENTER THE DAY OF THE MONTH TO BILL ON (1-28)".
           ACCEPT CT-BILLING-DAY.

       RE-ACCEPT-BILLING-DAY.
           DISPLAY "THE BILLING DAY MUST BE FROM 1 TO 28".
           PERFORM ACCEPT-BILLING-DAY.

       ENTER-START-DATE.
           PERFORM ACCEPT-START-DATE.
           PERFORM RE-ACCEPT-START-DATE
               UNTIL CT-START-DATE > ZERO.

       ACCEPT-START-DATE.
           DISPLAY "ENTER THE CONTRACT START DATE (CCYYMMDD)".
           ACCEPT CT-START-DATE.

       RE-ACCEPT-START-DATE.
           DISPLAY "THE START DATE MUST BE ENTERED".
           PERFORM ACCEPT-START-DATE.

       ENTER-END-DATE.
           PERFORM ACCEPT-END-DATE.
           PERFORM RE-ACCEPT-END-DATE
               UNTIL CT-END-DATE = ZERO
                  OR CT-END-DATE NOT < CT-START-DATE.

       ACCEPT-END-DATE.
           DISPLAY "ENTER THE CONTRACT END DATE (CCYYMMDD)".
           DISPLAY "OR 0 IF IT RUNS UNTIL CANCELLED".
           ACCEPT CT-END-DATE.

       RE-ACCEPT-END-DATE.
           DISPLAY "THE END DATE CANNOT BE BEFORE THE START DATE".
           PERFORM ACCEPT-END-DATE.

       ENTER-CONTRACT-TAXABLE.
           PERFORM ACCEPT-CONTRACT-TAXABLE.
           PERFORM RE-ACCEPT-CONTRACT-TAXABLE
               UNTIL CT-TAXABLE = "Y" OR "N".
           MOVE SPACES TO CT-TAX-JURISDICTION.
           IF CT-IS-TAXABLE
               PERFORM ENTER-TAX-JURISDICTION.

       ACCEPT-CONTRACT-TAXABLE.
           DISPLAY "IS THIS CONTRACT TAXABLE (Y/N)?".
           ACCEPT CT-TAXABLE.

       RE-ACCEPT-CONTRACT-TAXABLE.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-CONTRACT-TAXABLE.

       ENTER-TAX-JURISDICTION.
           PERFORM ACCEPT-TAX-JURISDICTION.
           PERFORM RE-ACCEPT-TAX-JURISDICTION
               UNTIL STATE-FOUND = "Y".

       ACCEPT-TAX-JURISDICTION.
           DISPLAY "ENTER THE TAX JURISDICTION (2 CHARACTER".
           DISPLAY "STATE CODE)".
           ACCEPT CT-TAX-JURISDICTION.
           MOVE CT-TAX-JURISDICTION TO STATE-CODE.
           MOVE "Y" TO STATE-FOUND.
           READ STATE-FILE
               INVALID KEY
                   MOVE "N" TO STATE-FOUND.

       RE-ACCEPT-TAX-JURISDICTION.
           DISPLAY "JURISDICTION NOT ON THE STATE FILE".
           PERFORM ACCEPT-TAX-JURISDICTION.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-CONTRACT-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ BILLING-CONTRACT-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       WRITE-CONTRACT-RECORD.
           WRITE BILLING-CONTRACT-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-CONTRACT-RECORD.
           REWRITE BILLING-CONTRACT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CONTRACT RECORD".

       DELETE-CONTRACT-RECORD.
           DELETE BILLING-CONTRACT-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING CONTRACT RECORD".
