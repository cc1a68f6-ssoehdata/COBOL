      * Maintaining the Customer Price File
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPRMNT01.
      *------------------------------------------
      * Add, Change, Inquire and Delete for the Customer Price
      * File, in the pattern of QTAMNT01 - a customer's net
      * price or discount percent on a product, from an
      * effective date. A new price from a new date is added as
      * a new entry rather than changed over the old one, so
      * invoices keyed for earlier dates still price the way
      * they did. A blank product code is the customer's
      * discount on everything without an entry of its own, and
      * can only be a discount. The customer and product are
      * validated against their masters.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLCPRC01.CBL".

           COPY "SLCUST01.CBL".

           COPY "SLPROD01.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDCPRC01.CBL".

           COPY "FDCUST01.CBL".

           COPY "FDPROD01.CBL".

       WORKING-STORAGE SECTION.
       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 4.

       77  THE-MODE                    PIC X(7).
       77  OK-TO-DELETE                PIC X.
       77  RECORD-FOUND                PIC X.
       77  CUSTOMER-FOUND              PIC X.
       77  PRODUCT-FOUND               PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           OPEN I-O CUSTOMER-PRICE-FILE.
           OPEN INPUT CUSTMAST.
           OPEN INPUT PRODUCT-FILE.

       CLOSING-PROCEDURE.
           CLOSE CUSTOMER-PRICE-FILE.
           CLOSE CUSTMAST.
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
           DISPLAY "           1. ADD CUSTOMER PRICES".
           DISPLAY "           2. CHANGE A CUSTOMER PRICE".
           DISPLAY "           3. LOOK UP A CUSTOMER PRICE".
           DISPLAY "           4. DELETE A CUSTOMER PRICE".
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
           PERFORM GET-NEW-PRICE-KEY.
           PERFORM ADD-RECORDS
               UNTIL CP-CUSTOMER-NUMBER = 99999.

       GET-NEW-PRICE-KEY.
           PERFORM ENTER-PRICE-KEY.
           MOVE "Y" TO RECORD-FOUND.
           PERFORM FIND-NEW-PRICE-RECORD
               UNTIL RECORD-FOUND = "N" OR
                   CP-CUSTOMER-NUMBER = 99999.

       FIND-NEW-PRICE-RECORD.
           PERFORM READ-PRICE-RECORD.
           IF RECORD-FOUND = "Y"
               DISPLAY "RECORD ALREADY ON FILE"
               PERFORM ENTER-PRICE-KEY.

       ADD-RECORDS.
           PERFORM ENTER-PRICE-FIELDS.
           PERFORM WRITE-PRICE-RECORD.
           PERFORM GET-NEW-PRICE-KEY.

      *****************************************************
      *                     CHANGE
      *****************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-PRICE-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL CP-CUSTOMER-NUMBER = 99999.

       CHANGE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ENTER-PRICE-FIELDS.
           PERFORM REWRITE-PRICE-RECORD.
           PERFORM GET-PRICE-RECORD.

      ****************************************************
      *                    INQUIRE
      ****************************************************
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-PRICE-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL CP-CUSTOMER-NUMBER = 99999.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-PRICE-RECORD.

      *****************************************************
      *                     DELETE
      *****************************************************
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-PRICE-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL CP-CUSTOMER-NUMBER = 99999.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.

           PERFORM ASK-OK-TO-DELETE
           IF OK-TO-DELETE = "Y"
               PERFORM DELETE-PRICE-RECORD.

           PERFORM GET-PRICE-RECORD.

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
       ENTER-PRICE-KEY.
           PERFORM ENTER-PRICE-CUSTOMER.
           IF CP-CUSTOMER-NUMBER NOT = 99999
               PERFORM ENTER-PRICE-PRODUCT
               DISPLAY "ENTER THE EFFECTIVE DATE (CCYYMMDD)"
               ACCEPT CP-EFFECTIVE-DATE.

       ENTER-PRICE-CUSTOMER.
           PERFORM ACCEPT-PRICE-CUSTOMER.
           PERFORM RE-ACCEPT-PRICE-CUSTOMER
               UNTIL CUSTOMER-FOUND = "Y"
                   OR CP-CUSTOMER-NUMBER = 99999.

       ACCEPT-PRICE-CUSTOMER.
           DISPLAY " ".
           DISPLAY "ENTER CUSTOMER NUMBER OF THE PRICE".
           DISPLAY "TO " THE-MODE " (5 DIGITS)".
           DISPLAY "ENTER 99999 TO STOP ENTRY".
           ACCEPT CP-CUSTOMER-NUMBER.
           MOVE "Y" TO CUSTOMER-FOUND.
           IF CP-CUSTOMER-NUMBER NOT = 99999
               MOVE CP-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               READ CUSTMAST
                   INVALID KEY
                       MOVE "N" TO CUSTOMER-FOUND.
           IF CUSTOMER-FOUND = "Y" AND CP-CUSTOMER-NUMBER NOT = 99999
               DISPLAY "CUSTOMER: " CM-CUSTOMER-NAME.

       RE-ACCEPT-PRICE-CUSTOMER.
           DISPLAY "CUSTOMER NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-PRICE-CUSTOMER.

       ENTER-PRICE-PRODUCT.
           PERFORM ACCEPT-PRICE-PRODUCT.
           PERFORM RE-ACCEPT-PRICE-PRODUCT
               UNTIL PRODUCT-FOUND = "Y".

       ACCEPT-PRICE-PRODUCT.
           DISPLAY "ENTER THE PRODUCT CODE, OR PRESS ENTER FOR THE".
           DISPLAY "CUSTOMER'S DISCOUNT ON ALL PRODUCTS".
           ACCEPT CP-PRODUCT-CODE.
           MOVE "Y" TO PRODUCT-FOUND.
           IF CP-PRODUCT-CODE NOT = SPACES
               MOVE CP-PRODUCT-CODE TO PR-PRODUCT-CODE
               READ PRODUCT-FILE
                   INVALID KEY
                       MOVE "N" TO PRODUCT-FOUND.
           IF PRODUCT-FOUND = "Y" AND CP-PRODUCT-CODE NOT = SPACES
               DISPLAY "PRODUCT: " PR-DESCRIPTION
                   " LIST " PR-LIST-PRICE.

       RE-ACCEPT-PRICE-PRODUCT.
           DISPLAY "PRODUCT NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-PRICE-PRODUCT.

       GET-PRICE-RECORD.
           PERFORM ENTER-PRICE-KEY.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-PRICE-RECORD
               UNTIL RECORD-FOUND = "Y" OR
                   CP-CUSTOMER-NUMBER = 99999.

       FIND-PRICE-RECORD.
           PERFORM READ-PRICE-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "RECORD NOT FOUND"
               PERFORM ENTER-PRICE-KEY.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           IF CP-PRODUCT-CODE = SPACES
               DISPLAY "   CUSTOMER: " CP-CUSTOMER-NUMBER
                   "  ALL PRODUCTS  EFFECTIVE: " CP-EFFECTIVE-DATE
           ELSE
               DISPLAY "   CUSTOMER: " CP-CUSTOMER-NUMBER
                   "  PRODUCT: " CP-PRODUCT-CODE
                   "  EFFECTIVE: " CP-EFFECTIVE-DATE.
           IF CP-IS-NET-PRICE
               DISPLAY "   NET PRICE:  " CP-NET-PRICE
           ELSE
               DISPLAY "   DISCOUNT %: " CP-DISCOUNT-PERCENT.
           DISPLAY "   END DATE:   " CP-END-DATE.

      *-------------------------------------------------------------
      * A net price only makes sense against one product, so the
      * all-products entry skips the question and is a discount.
      *-------------------------------------------------------------
       ENTER-PRICE-FIELDS.
           MOVE ZERO TO CP-NET-PRICE.
           MOVE ZERO TO CP-DISCOUNT-PERCENT.
           IF CP-PRODUCT-CODE = SPACES
               MOVE "D" TO CP-PRICE-METHOD
           ELSE
               PERFORM ENTER-PRICE-METHOD.
           IF CP-IS-NET-PRICE
               PERFORM ENTER-NET-PRICE
           ELSE
               PERFORM ENTER-DISCOUNT-PERCENT.
           PERFORM ENTER-END-DATE.

       ENTER-PRICE-METHOD.
           PERFORM ACCEPT-PRICE-METHOD.
           PERFORM RE-ACCEPT-PRICE-METHOD
               UNTIL CP-PRICE-METHOD = "P" OR "D".

       ACCEPT-PRICE-METHOD.
           DISPLAY "P (NET PRICE) OR D (DISCOUNT PERCENT OFF LIST)?".
           ACCEPT CP-PRICE-METHOD.

       RE-ACCEPT-PRICE-METHOD.
           DISPLAY "YOU MUST ENTER P OR D".
           PERFORM ACCEPT-PRICE-METHOD.

       ENTER-NET-PRICE.
           PERFORM ACCEPT-NET-PRICE.
           PERFORM RE-ACCEPT-NET-PRICE
               UNTIL CP-NET-PRICE > ZERO.

       ACCEPT-NET-PRICE.
           DISPLAY "ENTER THE CUSTOMER'S NET PRICE PER UNIT".
           ACCEPT CP-NET-PRICE.

       RE-ACCEPT-NET-PRICE.
           DISPLAY "THE NET PRICE MUST BE GREATER THAN ZERO".
           PERFORM ACCEPT-NET-PRICE.

       ENTER-DISCOUNT-PERCENT.
           PERFORM ACCEPT-DISCOUNT-PERCENT.
           PERFORM RE-ACCEPT-DISCOUNT-PERCENT
               UNTIL CP-DISCOUNT-PERCENT > ZERO.

       ACCEPT-DISCOUNT-PERCENT.
           DISPLAY "ENTER THE DISCOUNT PERCENT (E.G. 12.50)".
           ACCEPT CP-DISCOUNT-PERCENT.

       RE-ACCEPT-DISCOUNT-PERCENT.
           DISPLAY "THE DISCOUNT MUST BE GREATER THAN ZERO".
           PERFORM ACCEPT-DISCOUNT-PERCENT.

       ENTER-END-DATE.
           PERFORM ACCEPT-END-DATE.
           PERFORM RE-ACCEPT-END-DATE
               UNTIL CP-END-DATE = ZERO
                   OR CP-END-DATE NOT < CP-EFFECTIVE-DATE.

       ACCEPT-END-DATE.
           DISPLAY "ENTER THE LAST DATE THIS PRICE APPLIES".
           DISPLAY "(CCYYMMDD), OR 0 IF IT HAS NO END DATE".
           ACCEPT CP-END-DATE.

       RE-ACCEPT-END-DATE.
           DISPLAY "THE END DATE CANNOT BE BEFORE THE EFFECTIVE DATE".
           PERFORM ACCEPT-END-DATE.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-PRICE-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTOMER-PRICE-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       WRITE-PRICE-RECORD.
           WRITE CUSTOMER-PRICE-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-PRICE-RECORD.
           REWRITE CUSTOMER-PRICE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PRICE RECORD".

       DELETE-PRICE-RECORD.
           DELETE CUSTOMER-PRICE-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING PRICE RECORD".
