      * Maintaining the Tax Exemption Certificate File
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEXMNT01.
      *------------------------------------------
      * Add, Change, Inquire and Delete for the Tax Exemption
      * Certificate File, in the pattern of PRDMNT01 - one
      * record per certificate a customer files, keyed by the
      * customer, the jurisdiction it exempts them in, and its
      * number. The customer has to be on CUSTMAST and the
      * jurisdiction on the STATE-FILE. A renewed certificate
      * is added under its new number rather than keyed over
      * the old one, so the old one still answers for the
      * sales made on it.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLCEX01.CBL".

           COPY "SLCUST01.CBL".

           COPY "SLSTATE.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDCEX01.CBL".

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
           88 WHICH-FIELD-IS-VALID     VALUES 0 THRU 3.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           OPEN I-O EXEMPT-CERTIFICATE-FILE.
           OPEN INPUT CUSTMAST.
           OPEN INPUT STATE-FILE.

       CLOSING-PROCEDURE.
           CLOSE EXEMPT-CERTIFICATE-FILE.
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
           DISPLAY "           1. ADD CERTIFICATES".
           DISPLAY "           2. CHANGE A CERTIFICATE".
           DISPLAY "           3. LOOK UP A CERTIFICATE".
           DISPLAY "           4. DELETE A CERTIFICATE".
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
           PERFORM GET-NEW-CERTIFICATE-KEY.
           PERFORM ADD-RECORDS
               UNTIL CE-CUSTOMER-NUMBER = 99999.

       GET-NEW-CERTIFICATE-KEY.
           PERFORM INIT-CERTIFICATE-RECORD.
           PERFORM ENTER-CERTIFICATE-KEY.
           MOVE "Y" TO RECORD-FOUND.
           PERFORM FIND-NEW-CERTIFICATE-RECORD
               UNTIL RECORD-FOUND = "N" OR
                   CE-CUSTOMER-NUMBER = 99999.

       FIND-NEW-CERTIFICATE-RECORD.
           PERFORM READ-CERTIFICATE-RECORD.
           IF RECORD-FOUND = "Y"
               DISPLAY "RECORD ALREADY ON FILE"
               PERFORM ENTER-CERTIFICATE-KEY.

       ADD-RECORDS.
           PERFORM ENTER-CERTIFICATE-TYPE.
           PERFORM ENTER-ISSUE-DATE.
           PERFORM ENTER-EXPIRATION-DATE.
           PERFORM WRITE-CERTIFICATE-RECORD.
           PERFORM GET-NEW-CERTIFICATE-KEY.

      *****************************************************
      *                     CHANGE
      *****************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-CERTIFICATE-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL CE-CUSTOMER-NUMBER = 99999.

       CHANGE-RECORDS.
           PERFORM GET-FIELD-TO-CHANGE.
           PERFORM CHANGE-ONE-FIELD
               UNTIL WHICH-FIELD = ZERO.

           PERFORM GET-CERTIFICATE-RECORD.

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
               PERFORM ENTER-CERTIFICATE-TYPE
           ELSE
           IF WHICH-FIELD = 2
               PERFORM ENTER-ISSUE-DATE
               PERFORM ENTER-EXPIRATION-DATE
           ELSE
           IF WHICH-FIELD = 3
               PERFORM ENTER-EXPIRATION-DATE.

           PERFORM REWRITE-CERTIFICATE-RECORD.

      ****************************************************
      *                    INQUIRE
      ****************************************************
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-CERTIFICATE-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL CE-CUSTOMER-NUMBER = 99999.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-CERTIFICATE-RECORD.

      *****************************************************
      *                     DELETE
      *****************************************************
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-CERTIFICATE-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL CE-CUSTOMER-NUMBER = 99999.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.

           PERFORM ASK-OK-TO-DELETE
           IF OK-TO-DELETE = "Y"
               PERFORM DELETE-CERTIFICATE-RECORD.

           PERFORM GET-CERTIFICATE-RECORD.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y"  OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS RECORD (Y/N)?".
           ACCEPT OK-TO-DELETE.
           IF OK-TO-DELETE = "y"
               MOVE "Y" TO OK-TO-DELETE.
           IF OK-TO-DELETE = "n"
               MOVE "N" TO OK-TO-DELETE.

       RE-ACCEPT-OK-TO-DELETE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-DELETE.

      ****************************************************
      *     Routines shared by all modes
      ****************************************************
       INIT-CERTIFICATE-RECORD.
           MOVE SPACE TO EXEMPT-CERTIFICATE-RECORD.
           MOVE ZEROES TO CE-CUSTOMER-NUMBER.
           MOVE ZEROES TO CE-ISSUE-DATE.
           MOVE ZEROES TO CE-EXPIRATION-DATE.

      *-------------------------------------------------------------
      * The key is keyed in three parts - customer, then
      * jurisdiction, then certificate number. 99999 for the
      * customer stops entry.
      *-------------------------------------------------------------
       ENTER-CERTIFICATE-KEY.
           PERFORM ENTER-CERTIFICATE-CUSTOMER.
           IF CE-CUSTOMER-NUMBER NOT = 99999
               PERFORM ENTER-JURISDICTION
               PERFORM ENTER-CERTIFICATE-NUMBER.

       ENTER-CERTIFICATE-CUSTOMER.
           PERFORM ACCEPT-CERTIFICATE-CUSTOMER.
           PERFORM RE-ACCEPT-CERTIFICATE-CUSTOMER
               UNTIL CUSTOMER-FOUND = "Y"
                   OR CE-CUSTOMER-NUMBER = 99999.

       ACCEPT-CERTIFICATE-CUSTOMER.
           DISPLAY " ".
           DISPLAY "ENTER CUSTOMER NUMBER OF THE CERTIFICATE".
           DISPLAY "TO " THE-MODE " (5 DIGITS)".
           DISPLAY "ENTER 99999 TO STOP ENTRY".
           ACCEPT CE-CUSTOMER-NUMBER.
           MOVE "Y" TO CUSTOMER-FOUND.
           IF CE-CUSTOMER-NUMBER NOT = 99999
               MOVE CE-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               READ CUSTMAST
                   INVALID KEY
                       MOVE "N" TO CUSTOMER-FOUND.

       RE-ACCEPT-CERTIFICATE-CUSTOMER.
           DISPLAY "CUSTOMER NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-CERTIFICATE-CUSTOMER.

       ENTER-JURISDICTION.
           PERFORM ACCEPT-JURISDICTION.
           PERFORM RE-ACCEPT-JURISDICTION
               UNTIL STATE-FOUND = "Y".

       ACCEPT-JURISDICTION.
           DISPLAY "ENTER THE TAX JURISDICTION THE CERTIFICATE".
           DISPLAY "EXEMPTS THE CUSTOMER IN (2 CHARACTER STATE CODE)".
           ACCEPT CE-JURISDICTION.
           MOVE CE-JURISDICTION TO STATE-CODE.
           MOVE "Y" TO STATE-FOUND.
           READ STATE-FILE
               INVALID KEY
                   MOVE "N" TO STATE-FOUND.

       RE-ACCEPT-JURISDICTION.
           DISPLAY "JURISDICTION NOT ON THE STATE FILE".
           PERFORM ACCEPT-JURISDICTION.

       ENTER-CERTIFICATE-NUMBER.
           PERFORM ACCEPT-CERTIFICATE-NUMBER.
           PERFORM RE-ACCEPT-CERTIFICATE-NUMBER
               UNTIL CE-CERTIFICATE-NUMBER NOT = SPACES.

       ACCEPT-CERTIFICATE-NUMBER.
           DISPLAY "ENTER THE CERTIFICATE NUMBER (UP TO 15".
           DISPLAY "CHARACTERS)".
           ACCEPT CE-CERTIFICATE-NUMBER.

       RE-ACCEPT-CERTIFICATE-NUMBER.
           DISPLAY "THE CERTIFICATE NUMBER MUST BE ENTERED".
           PERFORM ACCEPT-CERTIFICATE-NUMBER.

       GET-CERTIFICATE-RECORD.
           PERFORM INIT-CERTIFICATE-RECORD.
           PERFORM ENTER-CERTIFICATE-KEY.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-CERTIFICATE-RECORD
               UNTIL RECORD-FOUND = "Y" OR
                   CE-CUSTOMER-NUMBER = 99999.

       FIND-CERTIFICATE-RECORD.
           PERFORM READ-CERTIFICATE-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "RECORD NOT FOUND"
               PERFORM ENTER-CERTIFICATE-KEY.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "   CUSTOMER:           " CE-CUSTOMER-NUMBER.
           DISPLAY "   JURISDICTION:       " CE-JURISDICTION.
           DISPLAY "   CERTIFICATE NUMBER: " CE-CERTIFICATE-NUMBER.
           DISPLAY "1. TYPE (R/N/G/O):     " CE-CERTIFICATE-TYPE.
           DISPLAY "2. ISSUE DATE:         " CE-ISSUE-DATE.
           IF CE-EXPIRATION-DATE = ZERO
               DISPLAY "3. EXPIRATION DATE:    NONE"
           ELSE
               DISPLAY "3. EXPIRATION DATE:    " CE-EXPIRATION-DATE.

       ENTER-CERTIFICATE-TYPE.
           PERFORM ACCEPT-CERTIFICATE-TYPE.
           PERFORM RE-ACCEPT-CERTIFICATE-TYPE
               UNTIL CE-TYPE-IS-VALID.

       ACCEPT-CERTIFICATE-TYPE.
           DISPLAY "ENTER THE CERTIFICATE TYPE - R (RESALE),".
           DISPLAY "N (NONPROFIT), G (GOVERNMENT) OR O (OTHER)".
           ACCEPT CE-CERTIFICATE-TYPE.
           IF CE-CERTIFICATE-TYPE = "r"
               MOVE "R" TO CE-CERTIFICATE-TYPE.
           IF CE-CERTIFICATE-TYPE = "n"
               MOVE "N" TO CE-CERTIFICATE-TYPE.
           IF CE-CERTIFICATE-TYPE = "g"
               MOVE "G" TO CE-CERTIFICATE-TYPE.
           IF CE-CERTIFICATE-TYPE = "o"
               MOVE "O" TO CE-CERTIFICATE-TYPE.

       RE-ACCEPT-CERTIFICATE-TYPE.
           DISPLAY "YOU MUST ENTER R, N, G OR O".
           PERFORM ACCEPT-CERTIFICATE-TYPE.

       ENTER-ISSUE-DATE.
           PERFORM ACCEPT-ISSUE-DATE.
           PERFORM RE-ACCEPT-ISSUE-DATE
               UNTIL CE-ISSUE-DATE NOT = ZERO.

       ACCEPT-ISSUE-DATE.
           DISPLAY "ENTER THE DATE THE CERTIFICATE WAS ISSUED".
           DISPLAY "(CCYYMMDD)".
           ACCEPT CE-ISSUE-DATE.

       RE-ACCEPT-ISSUE-DATE.
           DISPLAY "THE ISSUE DATE MUST BE ENTERED".
           PERFORM ACCEPT-ISSUE-DATE.

      *-------------------------------------------------------------
      * Zero is a certificate that does not expire; any other
      * date has to fall after the issue date.
      *-------------------------------------------------------------
       ENTER-EXPIRATION-DATE.
           PERFORM ACCEPT-EXPIRATION-DATE.
           PERFORM RE-ACCEPT-EXPIRATION-DATE
               UNTIL CE-EXPIRATION-DATE = ZERO
                   OR CE-EXPIRATION-DATE > CE-ISSUE-DATE.

       ACCEPT-EXPIRATION-DATE.
           DISPLAY "ENTER THE EXPIRATION DATE (CCYYMMDD)".
           DISPLAY "OR 0 IF THE CERTIFICATE DOES NOT EXPIRE".
           ACCEPT CE-EXPIRATION-DATE.

       RE-ACCEPT-EXPIRATION-DATE.
           DISPLAY "THE EXPIRATION DATE MUST FALL AFTER THE ISSUE DATE".
           PERFORM ACCEPT-EXPIRATION-DATE.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-CERTIFICATE-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ EXEMPT-CERTIFICATE-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       WRITE-CERTIFICATE-RECORD.
           WRITE EXEMPT-CERTIFICATE-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-CERTIFICATE-RECORD.
           REWRITE EXEMPT-CERTIFICATE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CERTIFICATE RECORD".

       DELETE-CERTIFICATE-RECORD.
           DELETE EXEMPT-CERTIFICATE-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING CERTIFICATE RECORD".
