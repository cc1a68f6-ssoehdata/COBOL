      * prices with their vendors and POs, which is the answer
      * to "what did we last pay for this" that used to take an
      * afternoon of digging through old POs.
      * A stocked item also carries its shelf location, and its
      * on-hand quantity and average cost show here - they are
      * never keyed, only moved by receipts, returns, and the
      * ITMISS01 issues and adjustments. An item with stock on
      * the shelf can't be deleted. A stocked item also takes
      * the reorder point, reorder quantity, and preferred
      * vendor the nightly ITMROP01 suggestions run from.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "SLITEM01.CBL".

           COPY "SLVND02.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDITEM01.CBL".

           COPY "FDVND04.CBL".

       WORKING-STORAGE SECTION.
       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 4.
       77  OK-TO-DELETE                PIC X.
       77  RECORD-FOUND                PIC X.
       77  WHICH-FIELD                 PIC 99.
           88 WHICH-FIELD-IS-VALID     VALUES 0 THRU 7.
       77  HIST-SUB                    PIC 9 COMP.
       77  VENDOR-FOUND                PIC X.

           COPY "WSCASE01.CBL".


       OPENING-PROCEDURE.
           OPEN I-O ITEM-FILE.
           OPEN INPUT VENDOR-FILE.

       CLOSING-PROCEDURE.
           CLOSE ITEM-FILE.
           CLOSE VENDOR-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
       ENTER-REMAINING-FIELDS.
           PERFORM ENTER-ITEM-DESCRIPTION.
           PERFORM ENTER-ITEM-ACTIVE.
           PERFORM ENTER-ITEM-STOCKED.

      *****************************************************
      *                     CHANGE

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-7) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
               PERFORM ENTER-ITEM-DESCRIPTION
           ELSE
           IF WHICH-FIELD = 2
               PERFORM ENTER-ITEM-ACTIVE
           ELSE
           IF WHICH-FIELD = 3
               PERFORM ENTER-ITEM-STOCKED
           ELSE
           IF WHICH-FIELD = 4
               PERFORM ENTER-ITEM-LOCATION
           ELSE
           IF WHICH-FIELD = 5
               PERFORM ENTER-ITEM-REORDER-POINT
           ELSE
           IF WHICH-FIELD = 6
               PERFORM ENTER-ITEM-REORDER-QTY
           ELSE
           IF WHICH-FIELD = 7
               PERFORM ENTER-ITEM-PREFERRED-VENDOR.

           PERFORM REWRITE-ITEM-RECORD.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.

           IF ITEM-IS-STOCKED AND ITEM-ON-HAND-QTY NOT = ZERO
               DISPLAY "ITEM HAS STOCK ON HAND - ISSUE OR ADJUST "
                   "IT TO ZERO BEFORE DELETING"
           ELSE
               PERFORM ASK-OK-TO-DELETE
               IF OK-TO-DELETE = "Y"
                   PERFORM DELETE-ITEM-RECORD.

           PERFORM GET-ITEM-RECORD.

           MOVE SPACE TO ITEM-RECORD.
           MOVE ZEROES TO ITEM-HISTORY.
           MOVE "Y" TO ITEM-ACTIVE.
           MOVE "N" TO ITEM-STOCKED.
           MOVE ZEROES TO ITEM-ON-HAND-QTY.
           MOVE ZEROES TO ITEM-AVERAGE-COST.
           MOVE ZEROES TO ITEM-LAST-MOVEMENT-DATE.
           MOVE ZEROES TO ITEM-REORDER-POINT.
           MOVE ZEROES TO ITEM-REORDER-QTY.
           MOVE ZEROES TO ITEM-PREFERRED-VENDOR.

       ENTER-ITEM-NUMBER.
           PERFORM ACCEPT-ITEM-NUMBER.
           DISPLAY "ITEM NUMBER:    " ITEM-NUMBER.
           DISPLAY "1. DESCRIPTION: " ITEM-DESCRIPTION.
           DISPLAY "2. ACTIVE:      " ITEM-ACTIVE.
           DISPLAY "3. STOCKED:     " ITEM-STOCKED.
           DISPLAY "4. LOCATION:    " ITEM-LOCATION.
           PERFORM GUARD-REORDER-FIELDS.
           DISPLAY "5. REORDER AT:  " ITEM-REORDER-POINT.
           DISPLAY "6. REORDER QTY: " ITEM-REORDER-QTY.
           DISPLAY "7. VENDOR:      " ITEM-PREFERRED-VENDOR.
           IF ITEM-IS-STOCKED
               DISPLAY "   ON HAND:     " ITEM-ON-HAND-QTY
               DISPLAY "   AVG COST:    " ITEM-AVERAGE-COST
               DISPLAY "   LAST MOVED:  " ITEM-LAST-MOVEMENT-DATE.

       ENTER-ITEM-DESCRIPTION.
           PERFORM ACCEPT-ITEM-DESCRIPTION.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-ITEM-ACTIVE.

      *-------------------------------------------------------------
      * An item first flagged stocked starts at zero on hand -
      * its opening count goes in through ITMISS01 as an
      * adjustment, so it lands on the history file too.
      *-------------------------------------------------------------
       ENTER-ITEM-STOCKED.
           PERFORM ACCEPT-ITEM-STOCKED.
           PERFORM RE-ACCEPT-ITEM-STOCKED
               UNTIL ITEM-STOCKED = "Y" OR "N".
           IF ITEM-ON-HAND-QTY NOT NUMERIC
               MOVE ZEROES TO ITEM-ON-HAND-QTY.
           IF ITEM-AVERAGE-COST NOT NUMERIC
               MOVE ZEROES TO ITEM-AVERAGE-COST.
           IF ITEM-LAST-MOVEMENT-DATE NOT NUMERIC
               MOVE ZEROES TO ITEM-LAST-MOVEMENT-DATE.
           IF ITEM-IS-STOCKED
               PERFORM ENTER-ITEM-LOCATION
               PERFORM ENTER-ITEM-REORDER-POINT
               PERFORM ENTER-ITEM-REORDER-QTY
               PERFORM ENTER-ITEM-PREFERRED-VENDOR.

       ACCEPT-ITEM-STOCKED.
           DISPLAY "IS THE ITEM CARRIED IN STOCK (Y/N)?".
           ACCEPT ITEM-STOCKED.
           INSPECT ITEM-STOCKED
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-ITEM-STOCKED.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-ITEM-STOCKED.

       ENTER-ITEM-LOCATION.
           DISPLAY "ENTER THE SHELF LOCATION (UP TO 10 CHARACTERS)".
           ACCEPT ITEM-LOCATION.
           INSPECT ITEM-LOCATION
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

      *-------------------------------------------------------------
      * Items on file before replenishment existed carry spaces
      * where the reorder fields now sit.
      *-------------------------------------------------------------
       GUARD-REORDER-FIELDS.
           IF ITEM-REORDER-POINT NOT NUMERIC
               MOVE ZEROES TO ITEM-REORDER-POINT.
           IF ITEM-REORDER-QTY NOT NUMERIC
               MOVE ZEROES TO ITEM-REORDER-QTY.
           IF ITEM-PREFERRED-VENDOR NOT NUMERIC
               MOVE ZEROES TO ITEM-PREFERRED-VENDOR.

       ENTER-ITEM-REORDER-POINT.
           DISPLAY "ENTER THE REORDER POINT - ON HAND PLUS ON ORDER".
           DISPLAY "AT OR BELOW WHICH TO REORDER (0 = NEVER)".
           ACCEPT ITEM-REORDER-POINT.

       ENTER-ITEM-REORDER-QTY.
           PERFORM ACCEPT-ITEM-REORDER-QTY.
           PERFORM RE-ACCEPT-ITEM-REORDER-QTY
               UNTIL ITEM-REORDER-QTY NOT = ZEROES
                   OR ITEM-REORDER-POINT = ZEROES.

       ACCEPT-ITEM-REORDER-QTY.
           DISPLAY "ENTER THE QUANTITY TO REORDER".
           ACCEPT ITEM-REORDER-QTY.

       RE-ACCEPT-ITEM-REORDER-QTY.
           DISPLAY "AN ITEM WITH A REORDER POINT NEEDS A QUANTITY".
           PERFORM ACCEPT-ITEM-REORDER-QTY.

       ENTER-ITEM-PREFERRED-VENDOR.
           PERFORM ACCEPT-ITEM-PREFERRED-VENDOR.
           PERFORM RE-ACCEPT-ITEM-PREFERRED-VENDOR
               UNTIL VENDOR-FOUND = "Y".

       ACCEPT-ITEM-PREFERRED-VENDOR.
           DISPLAY "ENTER THE PREFERRED VENDOR NUMBER (0 = NONE)".
           ACCEPT ITEM-PREFERRED-VENDOR.
           MOVE "Y" TO VENDOR-FOUND.
           IF ITEM-PREFERRED-VENDOR NOT = ZEROES
               MOVE ITEM-PREFERRED-VENDOR TO VENDOR-NUMBER
               READ VENDOR-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO VENDOR-FOUND.
           IF VENDOR-FOUND = "Y" AND ITEM-PREFERRED-VENDOR NOT = ZEROES
               DISPLAY "VENDOR: " VENDOR-NAME.

       RE-ACCEPT-ITEM-PREFERRED-VENDOR.
           DISPLAY "VENDOR NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-ITEM-PREFERRED-VENDOR.

      ***********************************************
      *           FILE I-O ROUTINES
      ***********************************************
