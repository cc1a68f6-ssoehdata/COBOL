      * Stock issue and adjustment entry
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMISS01.
      *-------------------------------------------------------------
      * Moves stocked items off (and onto) the perpetual on-hand
      * for everything that isn't a PO receipt or a return:
      *   I)SSUE      - material taken to a job, costed out at
      *                 the item's average cost and charged to
      *                 the job's GL account;
      *   W)RITE-OFF  - damaged, expired, or missing stock,
      *                 costed at average to a shrinkage or
      *                 scrap account, with the reason;
      *   A)DJUSTMENT - a physical count correction up or down.
      *                 An increase can carry its own unit cost
      *                 (an opening count, found stock) or take
      *                 the current average.
      * Neither an issue nor a write-off can take more than is
      * on the shelf. Every movement goes through the shared
      * PLINV01.CBL post, so it lands on the inventory history
      * file with the operator, job, reason, and offset account
      * - what ITMJRN01 journals against the inventory account.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLITEM01.CBL".

           COPY "SLINVH01.CBL".

           COPY "SLGLACT01.CBL".

           COPY "SLCONTRL.CBL".

           COPY "SLCTLLOG.CBL".

           COPY "SLOPER01.CBL".

           COPY "SLSGNLOG.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDITEM01.CBL".

           COPY "FDINVH01.CBL".

           COPY "FDGLACT01.CBL".

           COPY "FDCONTRL.CBL".

           COPY "FDCTLLOG.CBL".

           COPY "FDOPER01.CBL".

           COPY "FDSGNLOG.CBL".

       WORKING-STORAGE SECTION.

           COPY "WSCASE01.CBL".

           COPY "WSDATE01.CBL".

           COPY "WSSGNON1.CBL".

           COPY "WSINV01.CBL".

       77  ITEM-FOUND                  PIC X.
       77  GL-ACCOUNT-FOUND            PIC X.
       77  OK-TO-POST                  PIC X.
       77  MOVEMENT-TYPE               PIC X.
           88 MOVEMENT-IS-ISSUE        VALUE "I".
           88 MOVEMENT-IS-WRITE-OFF    VALUE "W".
           88 MOVEMENT-IS-ADJUSTMENT   VALUE "A".
       77  MOVEMENT-DATE               PIC 9(8).
       77  ENTERED-QUANTITY            PIC 9(7).
       77  ENTERED-ADJUSTMENT          PIC S9(7).
       77  ENTERED-UNIT-COST           PIC 9(5)V9999.
       77  ENTERED-JOB                 PIC X(10).
       77  ENTERED-REASON              PIC X(30).
       77  ENTERED-GL-ACCOUNT          PIC 9(6).
       77  QUANTITY-AFTER              PIC S9(7).
       77  MOVEMENTS-POSTED            PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM SIGN-ON.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN I-O ITEM-FILE.
           OPEN I-O INVENTORY-HISTORY-FILE.
           OPEN INPUT GLACCOUNT-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN EXTEND CONTROL-LOG-FILE.
           OPEN I-O OPERATOR-FILE.
           OPEN EXTEND SIGNON-LOG-FILE.

       SIGN-ON.
           MOVE "ITMISS01" TO SIGN-ON-PROGRAM.
           PERFORM OPERATOR-SIGN-ON.

       CLOSING-PROCEDURE.
           CLOSE ITEM-FILE.
           CLOSE INVENTORY-HISTORY-FILE.
           CLOSE GLACCOUNT-FILE.
           CLOSE CONTROL-FILE.
           CLOSE CONTROL-LOG-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE SIGNON-LOG-FILE.
           DISPLAY MOVEMENTS-POSTED
               " STOCK MOVEMENT(S) POSTED THIS SESSION".

       MAIN-PROCESS.
           PERFORM GET-ITEM-TO-MOVE.
           PERFORM POST-MOVEMENTS
               UNTIL ITEM-NUMBER = "ZZZZZZZZZZ".

       POST-MOVEMENTS.
           PERFORM GET-MOVEMENT-TYPE.
           PERFORM ENTER-MOVEMENT-DATE.
           IF MOVEMENT-IS-ADJUSTMENT
               PERFORM ENTER-ADJUSTMENT-QUANTITY
           ELSE
               PERFORM ENTER-ISSUE-QUANTITY.
           IF MOVEMENT-IS-ISSUE
               PERFORM ENTER-JOB
           ELSE
               MOVE SPACES TO ENTERED-JOB.
           PERFORM ENTER-REASON.
           PERFORM ENTER-OFFSET-GL-ACCOUNT.
           PERFORM CONFIRM-THE-MOVEMENT.
           IF OK-TO-POST = "Y"
               PERFORM POST-THE-MOVEMENT
               ADD 1 TO MOVEMENTS-POSTED.
           PERFORM GET-ITEM-TO-MOVE.

      *****************************************************
      *    The item - stocked items only
      *****************************************************
       GET-ITEM-TO-MOVE.
           PERFORM ACCEPT-ITEM-NUMBER.
           PERFORM RE-ACCEPT-ITEM-NUMBER
               UNTIL ITEM-FOUND = "Y"
                   OR ITEM-NUMBER = "ZZZZZZZZZZ".
           IF ITEM-NUMBER NOT = "ZZZZZZZZZZ"
               PERFORM DISPLAY-ITEM-POSITION.

       ACCEPT-ITEM-NUMBER.
           DISPLAY " ".
           DISPLAY "ENTER THE ITEM NUMBER TO ISSUE OR ADJUST".
           DISPLAY "ENTER ZZZZZZZZZZ TO STOP ENTRY".
           ACCEPT ITEM-NUMBER.
           INSPECT ITEM-NUMBER
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           MOVE "Y" TO ITEM-FOUND.
           IF ITEM-NUMBER NOT = "ZZZZZZZZZZ"
               READ ITEM-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO ITEM-FOUND.
           IF ITEM-FOUND = "Y" AND ITEM-NUMBER NOT = "ZZZZZZZZZZ"
               AND NOT ITEM-IS-STOCKED
               DISPLAY "** ITEM " ITEM-NUMBER " IS NOT A STOCKED "
                   "ITEM - SET IT UP IN ITMMNT01 **"
               MOVE "N" TO ITEM-FOUND.

       RE-ACCEPT-ITEM-NUMBER.
           DISPLAY "STOCKED ITEM NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-ITEM-NUMBER.

       DISPLAY-ITEM-POSITION.
           IF ITEM-ON-HAND-QTY NOT NUMERIC
               MOVE ZEROES TO ITEM-ON-HAND-QTY.
           IF ITEM-AVERAGE-COST NOT NUMERIC
               MOVE ZEROES TO ITEM-AVERAGE-COST.
           DISPLAY ITEM-NUMBER " " ITEM-DESCRIPTION.
           DISPLAY "LOCATION:     " ITEM-LOCATION.
           DISPLAY "ON HAND:      " ITEM-ON-HAND-QTY.
           DISPLAY "AVERAGE COST: " ITEM-AVERAGE-COST.

      *****************************************************
      *    The movement
      *****************************************************
       GET-MOVEMENT-TYPE.
           PERFORM ACCEPT-MOVEMENT-TYPE.
           PERFORM RE-ACCEPT-MOVEMENT-TYPE
               UNTIL MOVEMENT-IS-ISSUE
                   OR MOVEMENT-IS-WRITE-OFF
                   OR MOVEMENT-IS-ADJUSTMENT.

       ACCEPT-MOVEMENT-TYPE.
           DISPLAY "I)SSUE TO A JOB, W)RITE-OFF, OR".
           DISPLAY "A)DJUST THE COUNT?".
           ACCEPT MOVEMENT-TYPE.
           INSPECT MOVEMENT-TYPE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-MOVEMENT-TYPE.
           DISPLAY "YOU MUST ENTER I, W, OR A".
           PERFORM ACCEPT-MOVEMENT-TYPE.

       ENTER-MOVEMENT-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "ENTER THE DATE OF THE MOVEMENT (MM/DD/CCYY)"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO MOVEMENT-DATE.

      *-------------------------------------------------------------
      * An issue or write-off can't take more than the shelf
      * holds - a count that says otherwise is an adjustment.
      *-------------------------------------------------------------
       ENTER-ISSUE-QUANTITY.
           PERFORM ACCEPT-ISSUE-QUANTITY.
           PERFORM RE-ACCEPT-ISSUE-QUANTITY
               UNTIL ENTERED-QUANTITY NOT = ZEROES
                   AND ENTERED-QUANTITY NOT > ITEM-ON-HAND-QTY.
           COMPUTE INV-POST-QUANTITY = ENTERED-QUANTITY * -1.
           MOVE "Y" TO INV-POST-AT-AVERAGE.
           MOVE ZEROES TO INV-POST-VALUE.

       ACCEPT-ISSUE-QUANTITY.
           DISPLAY "ENTER THE QUANTITY TAKEN FROM STOCK".
           ACCEPT ENTERED-QUANTITY.

       RE-ACCEPT-ISSUE-QUANTITY.
           DISPLAY "THE QUANTITY MUST BE 1 THROUGH "
               ITEM-ON-HAND-QTY " (WHAT IS ON HAND)".
           PERFORM ACCEPT-ISSUE-QUANTITY.

      *-------------------------------------------------------------
      * A count correction can't leave the shelf below zero. An
      * increase may carry its own unit cost; zero takes the
      * current average, which leaves the average where it is.
      *-------------------------------------------------------------
       ENTER-ADJUSTMENT-QUANTITY.
           PERFORM ACCEPT-ADJUSTMENT-QUANTITY.
           PERFORM RE-ACCEPT-ADJUSTMENT-QUANTITY
               UNTIL ENTERED-ADJUSTMENT NOT = ZERO
                   AND QUANTITY-AFTER NOT < ZERO.
           MOVE ENTERED-ADJUSTMENT TO INV-POST-QUANTITY.
           MOVE "Y" TO INV-POST-AT-AVERAGE.
           MOVE ZEROES TO INV-POST-VALUE.
           IF ENTERED-ADJUSTMENT > ZERO
               PERFORM ENTER-ADJUSTMENT-COST.

       ACCEPT-ADJUSTMENT-QUANTITY.
           DISPLAY "ENTER THE ADJUSTMENT QUANTITY".
           DISPLAY "(A NEGATIVE NUMBER TO REDUCE THE COUNT)".
           ACCEPT ENTERED-ADJUSTMENT.
           COMPUTE QUANTITY-AFTER =
               ITEM-ON-HAND-QTY + ENTERED-ADJUSTMENT.

       RE-ACCEPT-ADJUSTMENT-QUANTITY.
           DISPLAY "THE ADJUSTMENT CANNOT BE ZERO OR TAKE THE "
               "COUNT BELOW ZERO".
           PERFORM ACCEPT-ADJUSTMENT-QUANTITY.

       ENTER-ADJUSTMENT-COST.
           DISPLAY "ENTER THE UNIT COST OF THE STOCK ADDED".
           DISPLAY "(0 TO ADD IT AT THE CURRENT AVERAGE OF "
               ITEM-AVERAGE-COST ")".
           ACCEPT ENTERED-UNIT-COST.
           IF ENTERED-UNIT-COST NOT = ZERO
               MOVE "N" TO INV-POST-AT-AVERAGE
               COMPUTE INV-POST-VALUE ROUNDED =
                   ENTERED-ADJUSTMENT * ENTERED-UNIT-COST.

       ENTER-JOB.
           PERFORM ACCEPT-JOB.
           PERFORM RE-ACCEPT-JOB
               UNTIL ENTERED-JOB NOT = SPACES.

       ACCEPT-JOB.
           DISPLAY "ENTER THE JOB THE MATERIAL IS ISSUED TO".
           MOVE SPACES TO ENTERED-JOB.
           ACCEPT ENTERED-JOB.
           INSPECT ENTERED-JOB
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-JOB.
           DISPLAY "THE JOB MUST BE ENTERED".
           PERFORM ACCEPT-JOB.

      *-------------------------------------------------------------
      * The reason is optional on an issue - the job says why -
      * but a write-off or adjustment has to explain itself.
      *-------------------------------------------------------------
       ENTER-REASON.
           PERFORM ACCEPT-REASON.
           PERFORM RE-ACCEPT-REASON
               UNTIL ENTERED-REASON NOT = SPACES
                   OR MOVEMENT-IS-ISSUE.

       ACCEPT-REASON.
           IF MOVEMENT-IS-ISSUE
               DISPLAY "ENTER A NOTE FOR THE ISSUE (BLANK IF NONE)"
           ELSE
               DISPLAY "ENTER THE REASON FOR THE MOVEMENT".
           MOVE SPACES TO ENTERED-REASON.
           ACCEPT ENTERED-REASON.

       RE-ACCEPT-REASON.
           DISPLAY "A WRITE-OFF OR ADJUSTMENT NEEDS A REASON".
           PERFORM ACCEPT-REASON.

       ENTER-OFFSET-GL-ACCOUNT.
           PERFORM ACCEPT-OFFSET-GL-ACCOUNT.
           PERFORM RE-ACCEPT-OFFSET-GL-ACCOUNT
               UNTIL GL-ACCOUNT-FOUND = "Y".

       ACCEPT-OFFSET-GL-ACCOUNT.
           IF MOVEMENT-IS-ISSUE
               DISPLAY "ENTER THE JOB COST GL ACCOUNT TO CHARGE"
           ELSE
               DISPLAY "ENTER THE SHRINKAGE/ADJUSTMENT GL ACCOUNT".
           ACCEPT ENTERED-GL-ACCOUNT.
           MOVE ENTERED-GL-ACCOUNT TO GL-ACCOUNT-NUMBER.
           MOVE "Y" TO GL-ACCOUNT-FOUND.
           READ GLACCOUNT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO GL-ACCOUNT-FOUND.
           IF GL-ACCOUNT-FOUND = "Y"
               DISPLAY "GL ACCOUNT: " GL-ACCOUNT-NAME.

       RE-ACCEPT-OFFSET-GL-ACCOUNT.
           DISPLAY "GL ACCOUNT NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-OFFSET-GL-ACCOUNT.

       CONFIRM-THE-MOVEMENT.
           DISPLAY "MOVING QTY " INV-POST-QUANTITY " OF ITEM "
               ITEM-NUMBER " - GL " ENTERED-GL-ACCOUNT.
           PERFORM ACCEPT-OK-TO-POST.
           PERFORM RE-ACCEPT-OK-TO-POST
               UNTIL OK-TO-POST = "Y" OR "N".

       ACCEPT-OK-TO-POST.
           DISPLAY "POST THIS MOVEMENT (Y/N)?".
           ACCEPT OK-TO-POST.
           INSPECT OK-TO-POST CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-OK-TO-POST.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-POST.

       POST-THE-MOVEMENT.
           MOVE ITEM-NUMBER TO INV-POST-ITEM.
           MOVE MOVEMENT-TYPE TO INV-POST-TYPE.
           MOVE MOVEMENT-DATE TO INV-POST-DATE.
           MOVE ZEROES TO INV-POST-PO-NUMBER.
           MOVE ZEROES TO INV-POST-PO-LINE.
           MOVE ZEROES TO INV-POST-RECEIPT-SEQ.
           MOVE ENTERED-JOB TO INV-POST-JOB.
           MOVE ENTERED-REASON TO INV-POST-REASON.
           MOVE ENTERED-GL-ACCOUNT TO INV-POST-GL-ACCOUNT.
           MOVE OPERATOR-ID TO INV-POST-OPERATOR.
           MOVE "ITMISS01" TO INV-POST-PROGRAM.
           PERFORM POST-INVENTORY-MOVEMENT.
           DISPLAY "POSTED FOR " INV-POST-VALUE " - ITEM "
               ITEM-NUMBER " NOW " ITEM-ON-HAND-QTY " ON HAND".

           COPY "PLDATE01.CBL".

           COPY "PLSGNON1.CBL".

           COPY "PLINV01.CBL".
