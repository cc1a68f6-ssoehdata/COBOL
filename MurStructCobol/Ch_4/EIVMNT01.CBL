      * Maintaining the E-Invoice Profile File
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EIVMNT01.
      *------------------------------------------
      * Add, Change, Inquire and Delete for the E-Invoice
      * Profile File, in the pattern of BRNMNT01 - enrolling a
      * customer for electronic invoices. Adding a profile puts
      * the customer's invoices on INVPRT01's e-invoice file;
      * deleting it puts the customer back on paper. The
      * customer is validated against the customer master.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLEIPR01.CBL".

           COPY "SLCUST01.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDEIPR01.CBL".

           COPY "FDCUST01.CBL".

       WORKING-STORAGE SECTION.
       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 4.

       77  THE-MODE                    PIC X(7).
       77  OK-TO-DELETE                PIC X.
       77  RECORD-FOUND                PIC X.
       77  CUSTOMER-FOUND              PIC X.
       77  WHICH-FIELD                 PIC 99.
           88 WHICH-FIELD-IS-VALID     VALUES 0 THRU 3.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           OPEN I-O EINVOICE-PROFILE-FILE.
           OPEN INPUT CUSTMAST.

       CLOSING-PROCEDURE.
           CLOSE EINVOICE-PROFILE-FILE.
           CLOSE CUSTMAST.

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
           DISPLAY "           1. ADD E-INVOICE CUSTOMERS".
           DISPLAY "           2. CHANGE AN E-INVOICE PROFILE".
           DISPLAY "           3. LOOK UP AN E-INVOICE PROFILE".
           DISPLAY "           4. DELETE AN E-INVOICE PROFILE".
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
           PERFORM GET-NEW-PROFILE-CUSTOMER.
           PERFORM ADD-RECORDS
               UNTIL EP-CUSTOMER-NUMBER = 99999.

       GET-NEW-PROFILE-CUSTOMER.
           PERFORM INIT-PROFILE-RECORD.
           PERFORM ENTER-PROFILE-CUSTOMER.
           MOVE "Y" TO RECORD-FOUND.
           PERFORM FIND-NEW-PROFILE-RECORD
               UNTIL RECORD-FOUND = "N" OR
                   EP-CUSTOMER-NUMBER = 99999.

       FIND-NEW-PROFILE-RECORD.
           PERFORM READ-PROFILE-RECORD.
           IF RECORD-FOUND = "Y"
               DISPLAY "RECORD ALREADY ON FILE"
               PERFORM ENTER-PROFILE-CUSTOMER.

       ADD-RECORDS.
           PERFORM ENTER-DELIVERY-METHOD.
           PERFORM ENTER-PARTNER-ID.
           PERFORM ENTER-DELIVERY-ADDRESS.
           PERFORM WRITE-PROFILE-RECORD.
           PERFORM GET-NEW-PROFILE-CUSTOMER.

      *****************************************************
      *                     CHANGE
      *****************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-PROFILE-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL EP-CUSTOMER-NUMBER = 99999.

       CHANGE-RECORDS.
           PERFORM GET-FIELD-TO-CHANGE.
           PERFORM CHANGE-ONE-FIELD
               UNTIL WHICH-FIELD = ZERO.

           PERFORM GET-PROFILE-RECORD.

       GET-FIELD-TO-CHANGE.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-WHICH-FIELD.

       ASK-WHICH-FIELD.
           PERFORM ACCEPT-WHICH-FIELD.
           PERFORM RE-ACCEPT-WHICH-FIELD
               UNTIL WHICH-FIELD-IS-VALID.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-3) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
           DISPLAY "INVALID ENTRY".
           PERFORM ACCEPT-WHICH-FIELD.

       CHANGE-ONE-FIELD.
           PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           IF WHICH-FIELD = 1
               PERFORM ENTER-DELIVERY-METHOD
           ELSE
           IF WHICH-FIELD = 2
               PERFORM ENTER-PARTNER-ID
           ELSE
           IF WHICH-FIELD = 3
               PERFORM ENTER-DELIVERY-ADDRESS.

           PERFORM REWRITE-PROFILE-RECORD.

      ****************************************************
      *                    INQUIRE
      ****************************************************
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-PROFILE-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL EP-CUSTOMER-NUMBER = 99999.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-PROFILE-RECORD.

      *****************************************************
      *                     DELETE
      *****************************************************
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-PROFILE-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL EP-CUSTOMER-NUMBER = 99999.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.

           PERFORM ASK-OK-TO-DELETE
           IF OK-TO-DELETE = "Y"
               PERFORM DELETE-PROFILE-RECORD.

           PERFORM GET-PROFILE-RECORD.

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
       INIT-PROFILE-RECORD.
           MOVE SPACE TO EINVOICE-PROFILE-RECORD.
           MOVE ZERO TO EP-CUSTOMER-NUMBER.
           MOVE "E" TO EP-DELIVERY-METHOD.

       ENTER-PROFILE-CUSTOMER.
           PERFORM ACCEPT-PROFILE-CUSTOMER.
           PERFORM RE-ACCEPT-PROFILE-CUSTOMER
               UNTIL CUSTOMER-FOUND = "Y"
                   OR EP-CUSTOMER-NUMBER = 99999.

       ACCEPT-PROFILE-CUSTOMER.
           DISPLAY " ".
           DISPLAY "ENTER CUSTOMER NUMBER OF THE PROFILE".
           DISPLAY "TO " THE-MODE " (5 DIGITS)".
           DISPLAY "ENTER 99999 TO STOP ENTRY".
           ACCEPT EP-CUSTOMER-NUMBER.
           MOVE "Y" TO CUSTOMER-FOUND.
           IF EP-CUSTOMER-NUMBER NOT = 99999
               MOVE EP-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               READ CUSTMAST
                   INVALID KEY
                       MOVE "N" TO CUSTOMER-FOUND.
           IF CUSTOMER-FOUND = "Y" AND EP-CUSTOMER-NUMBER NOT = 99999
               DISPLAY "CUSTOMER: " CM-CUSTOMER-NAME.

       RE-ACCEPT-PROFILE-CUSTOMER.
           DISPLAY "CUSTOMER NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-PROFILE-CUSTOMER.

       GET-PROFILE-RECORD.
           PERFORM INIT-PROFILE-RECORD.
           PERFORM ENTER-PROFILE-CUSTOMER.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-PROFILE-RECORD
               UNTIL RECORD-FOUND = "Y" OR
                   EP-CUSTOMER-NUMBER = 99999.

       FIND-PROFILE-RECORD.
           PERFORM READ-PROFILE-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "RECORD NOT FOUND"
               PERFORM ENTER-PROFILE-CUSTOMER.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "   CUSTOMER:         " EP-CUSTOMER-NUMBER.
           DISPLAY "1. DELIVERY (E/B):   " EP-DELIVERY-METHOD.
           DISPLAY "2. PARTNER ID:       " EP-PARTNER-ID.
           DISPLAY "3. DELIVER TO:       " EP-DELIVERY-ADDRESS.

       ENTER-DELIVERY-METHOD.
           PERFORM ACCEPT-DELIVERY-METHOD.
           PERFORM RE-ACCEPT-DELIVERY-METHOD
               UNTIL EP-DELIVERY-METHOD = "E" OR "B".

       ACCEPT-DELIVERY-METHOD.
           DISPLAY "ENTER E (ELECTRONIC ONLY) OR B (ELECTRONIC".
           DISPLAY "AND A PRINTED COPY)".
           ACCEPT EP-DELIVERY-METHOD.

       RE-ACCEPT-DELIVERY-METHOD.
           DISPLAY "YOU MUST ENTER E OR B".
           PERFORM ACCEPT-DELIVERY-METHOD.

       ENTER-PARTNER-ID.
           PERFORM ACCEPT-PARTNER-ID.
           PERFORM RE-ACCEPT-PARTNER-ID
               UNTIL EP-PARTNER-ID NOT = SPACES.

       ACCEPT-PARTNER-ID.
           DISPLAY "ENTER THE CUSTOMER'S PARTNER ID FOR US".
           ACCEPT EP-PARTNER-ID.

       RE-ACCEPT-PARTNER-ID.
           DISPLAY "THE PARTNER ID MUST BE ENTERED".
           PERFORM ACCEPT-PARTNER-ID.

       ENTER-DELIVERY-ADDRESS.
           PERFORM ACCEPT-DELIVERY-ADDRESS.
           PERFORM RE-ACCEPT-DELIVERY-ADDRESS
               UNTIL EP-DELIVERY-ADDRESS NOT = SPACES.

       ACCEPT-DELIVERY-ADDRESS.
           DISPLAY "ENTER THE ADDRESS THE E-INVOICES GO TO".
           ACCEPT EP-DELIVERY-ADDRESS.

       RE-ACCEPT-DELIVERY-ADDRESS.
           DISPLAY "THE DELIVERY ADDRESS MUST BE ENTERED".
           PERFORM ACCEPT-DELIVERY-ADDRESS.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-PROFILE-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ EINVOICE-PROFILE-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       WRITE-PROFILE-RECORD.
           WRITE EINVOICE-PROFILE-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-PROFILE-RECORD.
           REWRITE EINVOICE-PROFILE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PROFILE RECORD".

       DELETE-PROFILE-RECORD.
           DELETE EINVOICE-PROFILE-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING PROFILE RECORD".
