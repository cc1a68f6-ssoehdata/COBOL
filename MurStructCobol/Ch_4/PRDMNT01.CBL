      * Maintaining the Product Master File
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRDMNT01.
      *------------------------------------------
      * Add, Change, Inquire and Delete for the Product Master,
      * in the pattern of BRNMNT01 - a product has to be set up
      * here, with its list price, unit of measure and taxable
      * flag, before STXENT01 or SORENT01 will sell it. A
      * product we no longer sell is better marked DISCONTINUED
      * than deleted, so its history still prints with a name.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLPROD01.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDPROD01.CBL".

       WORKING-STORAGE SECTION.
       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 4.

       77  THE-MODE                    PIC X(7).
       77  OK-TO-DELETE                PIC X.
       77  RECORD-FOUND                PIC X.
       77  WHICH-FIELD                 PIC 99.
           88 WHICH-FIELD-IS-VALID     VALUES 0 THRU 5.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           OPEN I-O PRODUCT-FILE.

       CLOSING-PROCEDURE.
           CLOSE PRODUCT-FILE.

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
           DISPLAY "           1. ADD PRODUCTS".
           DISPLAY "           2. CHANGE A PRODUCT".
           DISPLAY "           3. LOOK UP A PRODUCT".
           DISPLAY "           4. DELETE A PRODUCT".
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
           PERFORM GET-NEW-PRODUCT-CODE.
           PERFORM ADD-RECORDS
               UNTIL PR-PRODUCT-CODE = SPACES.

       GET-NEW-PRODUCT-CODE.
           PERFORM INIT-PRODUCT-RECORD.
           PERFORM ENTER-PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           PERFORM FIND-NEW-PRODUCT-RECORD
               UNTIL RECORD-FOUND = "N" OR
                   PR-PRODUCT-CODE = SPACES.

       FIND-NEW-PRODUCT-RECORD.
           PERFORM READ-PRODUCT-RECORD.
           IF RECORD-FOUND = "Y"
               DISPLAY "RECORD ALREADY ON FILE"
               PERFORM ENTER-PRODUCT-CODE.

       ADD-RECORDS.
           PERFORM ENTER-PRODUCT-DESCRIPTION.
           PERFORM ENTER-UNIT-OF-MEASURE.
           PERFORM ENTER-LIST-PRICE.
           PERFORM ENTER-PRODUCT-TAXABLE.
           PERFORM ENTER-PRODUCT-STATUS.
           PERFORM WRITE-PRODUCT-RECORD.
           PERFORM GET-NEW-PRODUCT-CODE.

      *****************************************************
      *                     CHANGE
      *****************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-PRODUCT-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL PR-PRODUCT-CODE = SPACES.

       CHANGE-RECORDS.
           PERFORM GET-FIELD-TO-CHANGE.
           PERFORM CHANGE-ONE-FIELD
               UNTIL WHICH-FIELD = ZERO.

           PERFORM GET-PRODUCT-RECORD.

       GET-FIELD-TO-CHANGE.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-WHICH-FIELD.

       ASK-WHICH-FIELD.
           PERFORM ACCEPT-WHICH-FIELD.
           PERFORM RE-ACCEPT-WHICH-FIELD
               UNTIL WHICH-FIELD-IS-VALID.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-5) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
           DISPLAY "INVALID ENTRY".
           PERFORM ACCEPT-WHICH-FIELD.

       CHANGE-ONE-FIELD.
           PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           IF WHICH-FIELD = 1
               PERFORM ENTER-PRODUCT-DESCRIPTION
           ELSE
           IF WHICH-FIELD = 2
               PERFORM ENTER-UNIT-OF-MEASURE
           ELSE
           IF WHICH-FIELD = 3
               PERFORM ENTER-LIST-PRICE
           ELSE
           IF WHICH-FIELD = 4
               PERFORM ENTER-PRODUCT-TAXABLE
           ELSE
           IF WHICH-FIELD = 5
               PERFORM ENTER-PRODUCT-STATUS.

           PERFORM REWRITE-PRODUCT-RECORD.

      ****************************************************
      *                    INQUIRE
      ****************************************************
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-PRODUCT-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL PR-PRODUCT-CODE = SPACES.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-PRODUCT-RECORD.

      *****************************************************
      *                     DELETE
      *****************************************************
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-PRODUCT-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL PR-PRODUCT-CODE = SPACES.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.

           PERFORM ASK-OK-TO-DELETE
           IF OK-TO-DELETE = "Y"
               PERFORM DELETE-PRODUCT-RECORD.

           PERFORM GET-PRODUCT-RECORD.

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
       INIT-PRODUCT-RECORD.
           MOVE SPACE TO PRODUCT-RECORD.
           MOVE ZERO TO PR-LIST-PRICE.
           MOVE "A" TO PR-STATUS.

       ENTER-PRODUCT-CODE.
           DISPLAY " ".
           DISPLAY "ENTER PRODUCT CODE OF THE PRODUCT".
           DISPLAY "TO " THE-MODE " (UP TO 10 CHARACTERS)".
           DISPLAY "PRESS ENTER TO STOP ENTRY".
           ACCEPT PR-PRODUCT-CODE.

       GET-PRODUCT-RECORD.
           PERFORM INIT-PRODUCT-RECORD.
           PERFORM ENTER-PRODUCT-CODE.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-PRODUCT-RECORD
               UNTIL RECORD-FOUND = "Y" OR
                   PR-PRODUCT-CODE = SPACES.

       FIND-PRODUCT-RECORD.
           PERFORM READ-PRODUCT-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "RECORD NOT FOUND"
               PERFORM ENTER-PRODUCT-CODE.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "   PRODUCT CODE:     " PR-PRODUCT-CODE.
           DISPLAY "1. DESCRIPTION:      " PR-DESCRIPTION.
           DISPLAY "2. UNIT OF MEASURE:  " PR-UNIT-OF-MEASURE.
           DISPLAY "3. LIST PRICE:       " PR-LIST-PRICE.
           DISPLAY "4. TAXABLE (Y/N):    " PR-TAXABLE.
           DISPLAY "5. STATUS (A/D):     " PR-STATUS.

       ENTER-PRODUCT-DESCRIPTION.
           PERFORM ACCEPT-PRODUCT-DESCRIPTION.
           PERFORM RE-ACCEPT-PRODUCT-DESCRIPTION
               UNTIL PR-DESCRIPTION NOT = SPACES.

       ACCEPT-PRODUCT-DESCRIPTION.
           DISPLAY "ENTER THE PRODUCT DESCRIPTION".
           ACCEPT PR-DESCRIPTION.

       RE-ACCEPT-PRODUCT-DESCRIPTION.
           DISPLAY "THE DESCRIPTION MUST BE ENTERED".
           PERFORM ACCEPT-PRODUCT-DESCRIPTION.

       ENTER-UNIT-OF-MEASURE.
           PERFORM ACCEPT-UNIT-OF-MEASURE.
           PERFORM RE-ACCEPT-UNIT-OF-MEASURE
               UNTIL PR-UNIT-OF-MEASURE NOT = SPACES.

       ACCEPT-UNIT-OF-MEASURE.
           DISPLAY "ENTER THE UNIT OF MEASURE (E.G. EA, BOX, CASE)".
           ACCEPT PR-UNIT-OF-MEASURE.

       RE-ACCEPT-UNIT-OF-MEASURE.
           DISPLAY "THE UNIT OF MEASURE MUST BE ENTERED".
           PERFORM ACCEPT-UNIT-OF-MEASURE.

       ENTER-LIST-PRICE.
           PERFORM ACCEPT-LIST-PRICE.
           PERFORM RE-ACCEPT-LIST-PRICE
               UNTIL PR-LIST-PRICE > ZERO.

       ACCEPT-LIST-PRICE.
           DISPLAY "ENTER THE LIST PRICE PER UNIT".
           ACCEPT PR-LIST-PRICE.

       RE-ACCEPT-LIST-PRICE.
           DISPLAY "THE LIST PRICE MUST BE GREATER THAN ZERO".
           PERFORM ACCEPT-LIST-PRICE.

       ENTER-PRODUCT-TAXABLE.
           PERFORM ACCEPT-PRODUCT-TAXABLE.
           PERFORM RE-ACCEPT-PRODUCT-TAXABLE
               UNTIL PR-TAXABLE = "Y" OR "N".

       ACCEPT-PRODUCT-TAXABLE.
           DISPLAY "IS THIS PRODUCT TAXABLE (Y/N)?".
           ACCEPT PR-TAXABLE.

       RE-ACCEPT-PRODUCT-TAXABLE.
           DISPLAY "YOU MUST ENTER Y OR N".
           PERFORM ACCEPT-PRODUCT-TAXABLE.

       ENTER-PRODUCT-STATUS.
           PERFORM ACCEPT-PRODUCT-STATUS.
           PERFORM RE-ACCEPT-PRODUCT-STATUS
               UNTIL PR-STATUS = "A" OR "D".

       ACCEPT-PRODUCT-STATUS.
           DISPLAY "ENTER THE STATUS - A (ACTIVE) OR D".
           DISPLAY "(DISCONTINUED)".
           ACCEPT PR-STATUS.

       RE-ACCEPT-PRODUCT-STATUS.
           DISPLAY "YOU MUST ENTER A OR D".
           PERFORM ACCEPT-PRODUCT-STATUS.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-PRODUCT-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       WRITE-PRODUCT-RECORD.
           WRITE PRODUCT-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-PRODUCT-RECORD.
           REWRITE PRODUCT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PRODUCT RECORD".

       DELETE-PRODUCT-RECORD.
           DELETE PRODUCT-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING PRODUCT RECORD".
