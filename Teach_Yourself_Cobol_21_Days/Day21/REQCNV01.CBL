      * Purchase requisition conversion - approved request to PO
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQCNV01.
      *-------------------------------------------------------------
      * Where the buyer turns an APPROVED requisition into a
      * purchase order in one step, instead of rekeying it in
      * POMNT01. The buyer keys the requisition number, sees it
      * with its lines, and confirms the requester's suggested
      * vendor or names another - a PO has to have one. The PO
      * is built the way POMNT01 builds one: a STANDARD order,
      * OPEN, dated today, booked to the requisition's GL
      * account, a line per requisition line at the requester's
      * quantity and price, and PO-ORDERED-AMOUNT the sum of the
      * extensions. Each PO line carries POLN-REQ-NUMBER/-LINE
      * back to the line it came from, and item lines roll the
      * item's price history as POMNT01's do. The number comes
      * off CONTROL-LAST-PO, skipping any a buyer has keyed, as
      * in ITMSUG01. The requisition is stamped ORDERED with
      * the PO number. A PO at or above the PO approval
      * threshold still has to go through POAPR01 before it can
      * be received, and the buyer is told so.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLREQ01.CBL".

           COPY "SLRQLN01.CBL".

           COPY "SLPO01.CBL".

           COPY "SLPOLN01.CBL".

           COPY "SLVND02.CBL".

           COPY "SLITEM01.CBL".

           COPY "SLCONTRL.CBL".

           COPY "SLCTLLOG.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDREQ01.CBL".

           COPY "FDRQLN01.CBL".

           COPY "FDPO01.CBL".

           COPY "FDPOLN01.CBL".

           COPY "FDVND04.CBL".

           COPY "FDITEM01.CBL".

           COPY "FDCONTRL.CBL".

           COPY "FDCTLLOG.CBL".

       WORKING-STORAGE SECTION.

           COPY "WSCASE01.CBL".

       77  ENTERED-REQ-NUMBER          PIC 9(6).
       77  RECORD-FOUND                PIC X.
       77  VENDOR-FOUND                PIC X.
       77  ITEM-FOUND                  PIC X.
       77  OK-TO-CONVERT               PIC X.
       77  LINE-FILE-AT-END            PIC X.
       77  PO-NUMBER-FREE              PIC X.
       77  CONVERT-VENDOR              PIC 9(5).
       77  NEW-PO-NUMBER               PIC 9(5).
       77  NEW-LINE-NUMBER             PIC 9(3).
       77  NEW-ORDER-TOTAL             PIC S9(9)V99.
       77  HIST-SUB                    PIC 9 COMP.
       77  POS-WRITTEN                 PIC 9(5) VALUE ZERO.
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  OLD-CONTROL-VALUE           PIC 9(8).
       77  CURRENT-TIME                PIC 9(8).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN I-O REQUISITION-FILE.
           OPEN I-O REQ-LINE-FILE.
           OPEN I-O PO-FILE.
           OPEN I-O PO-LINE-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN I-O ITEM-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN EXTEND CONTROL-LOG-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE REQUISITION-FILE.
           CLOSE REQ-LINE-FILE.
           CLOSE PO-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE VENDOR-FILE.
           CLOSE ITEM-FILE.
           CLOSE CONTROL-FILE.
           CLOSE CONTROL-LOG-FILE.
           DISPLAY POS-WRITTEN " PO(S) WRITTEN FROM REQUISITIONS".

       MAIN-PROCESS.
           PERFORM GET-REQ-TO-CONVERT.
           PERFORM CONVERT-ONE-REQUISITION
               UNTIL ENTERED-REQ-NUMBER = ZEROES.

       GET-REQ-TO-CONVERT.
           DISPLAY " ".
           DISPLAY "ENTER THE APPROVED REQUISITION NUMBER".
           DISPLAY "(000000 TO STOP)".
           ACCEPT ENTERED-REQ-NUMBER.

       CONVERT-ONE-REQUISITION.
           MOVE ENTERED-REQ-NUMBER TO REQ-NUMBER.
           PERFORM READ-REQUISITION-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "REQUISITION NOT ON FILE"
           ELSE
           IF REQ-IS-ORDERED
               DISPLAY "** ALREADY ORDERED ON PO " REQ-PO-NUMBER
                   " ON " REQ-ORDERED-DATE " **"
           ELSE
           IF NOT REQ-IS-APPROVED
               DISPLAY "** REQUISITION IS NOT APPROVED - "
                   "STATUS " REQ-STATUS " **"
           ELSE
               PERFORM WORK-APPROVED-REQUISITION.
           PERFORM GET-REQ-TO-CONVERT.

       WORK-APPROVED-REQUISITION.
           PERFORM DISPLAY-REQ-DETAIL.
           PERFORM ENTER-CONVERT-VENDOR.
           PERFORM ASK-OK-TO-CONVERT.
           IF OK-TO-CONVERT = "Y"
               PERFORM BUILD-THE-PO.

       DISPLAY-REQ-DETAIL.
           DISPLAY "REQUISITION " REQ-NUMBER
               "   DEPARTMENT " REQ-DEPARTMENT
               "   REQUESTED BY " REQ-REQUESTER.
           DISPLAY "APPROVED BY " REQ-APPROVED-BY
               " ON " REQ-APPROVAL-DATE
               "   NEEDED BY " REQ-NEED-BY-DATE.
           DISPLAY "GL ACCOUNT " REQ-GL-ACCOUNT
               "   ESTIMATE " REQ-ESTIMATED-AMOUNT.
           PERFORM START-REQ-LINES.
           PERFORM DISPLAY-ONE-REQ-LINE
               UNTIL LINE-FILE-AT-END = "Y".

       DISPLAY-ONE-REQ-LINE.
           DISPLAY "  " RQLN-LINE-NUMBER " " RQLN-ITEM-NUMBER " "
               RQLN-DESCRIPTION.
           DISPLAY "      QTY " RQLN-QUANTITY
               " @ " RQLN-UNIT-PRICE
               " = " RQLN-EXTENDED-AMOUNT.
           PERFORM READ-NEXT-REQ-LINE.

      *-------------------------------------------------------------
      * Zero takes the requester's suggestion, when there is one.
      *-------------------------------------------------------------
       ENTER-CONVERT-VENDOR.
           PERFORM ACCEPT-CONVERT-VENDOR.
           PERFORM RE-ACCEPT-CONVERT-VENDOR
               UNTIL VENDOR-FOUND = "Y".

       ACCEPT-CONVERT-VENDOR.
           IF REQ-VENDOR = ZEROES
               DISPLAY "ENTER THE VENDOR TO ORDER FROM"
           ELSE
               DISPLAY "ENTER THE VENDOR TO ORDER FROM "
                   "(0 FOR SUGGESTED VENDOR " REQ-VENDOR ")".
           ACCEPT CONVERT-VENDOR.
           IF CONVERT-VENDOR = ZEROES
               MOVE REQ-VENDOR TO CONVERT-VENDOR.
           MOVE "N" TO VENDOR-FOUND.
           IF CONVERT-VENDOR NOT = ZEROES
               MOVE CONVERT-VENDOR TO VENDOR-NUMBER
               MOVE "Y" TO VENDOR-FOUND
               READ VENDOR-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO VENDOR-FOUND.
           IF VENDOR-FOUND = "Y"
               DISPLAY "VENDOR: " VENDOR-NAME.

       RE-ACCEPT-CONVERT-VENDOR.
           DISPLAY "VENDOR NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-CONVERT-VENDOR.

       ASK-OK-TO-CONVERT.
           PERFORM ACCEPT-OK-TO-CONVERT.
           PERFORM RE-ACCEPT-OK-TO-CONVERT
               UNTIL OK-TO-CONVERT = "Y" OR "N".

       ACCEPT-OK-TO-CONVERT.
           DISPLAY "WRITE A PO FOR THIS REQUISITION (Y/N)?".
           ACCEPT OK-TO-CONVERT.
           INSPECT OK-TO-CONVERT
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-OK-TO-CONVERT.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-CONVERT.

      *****************************************************
      *    The PO
      *****************************************************
      *-------------------------------------------------------------
      * The lines go on file first so the header can carry
      * their total.
      *-------------------------------------------------------------
       BUILD-THE-PO.
           PERFORM RETRIEVE-NEXT-PO-NUMBER.
           MOVE ZEROES TO NEW-LINE-NUMBER.
           MOVE ZEROES TO NEW-ORDER-TOTAL.
           PERFORM START-REQ-LINES.
           PERFORM ADD-ONE-PO-LINE
               UNTIL LINE-FILE-AT-END = "Y".
           PERFORM WRITE-NEW-PO.
           MOVE "O" TO REQ-STATUS.
           MOVE NEW-PO-NUMBER TO REQ-PO-NUMBER.
           MOVE TODAY-CCYYMMDD TO REQ-ORDERED-DATE.
           PERFORM REWRITE-REQUISITION-RECORD.

       ADD-ONE-PO-LINE.
           ADD 1 TO NEW-LINE-NUMBER.
           MOVE NEW-PO-NUMBER TO POLN-PO-NUMBER.
           MOVE NEW-LINE-NUMBER TO POLN-LINE-NUMBER.
           MOVE RQLN-DESCRIPTION TO POLN-DESCRIPTION.
           MOVE RQLN-QUANTITY TO POLN-QUANTITY.
           MOVE RQLN-UNIT-PRICE TO POLN-UNIT-PRICE.
           COMPUTE POLN-EXTENDED-AMOUNT =
               POLN-QUANTITY * POLN-UNIT-PRICE.
           MOVE ZEROES TO POLN-RECEIVED-QTY.
           MOVE ZEROES TO POLN-VOUCHERED-QTY.
           MOVE ZEROES TO POLN-VOUCHERED-AMOUNT.
           MOVE RQLN-ITEM-NUMBER TO POLN-ITEM-NUMBER.
           MOVE RQLN-REQ-NUMBER TO POLN-REQ-NUMBER.
           MOVE RQLN-LINE-NUMBER TO POLN-REQ-LINE-NUMBER.
           MOVE SPACES TO POLN-ACK-STATUS.
           MOVE ZEROES TO POLN-ACK-QUANTITY.
           MOVE ZEROES TO POLN-ACK-UNIT-PRICE.
           MOVE ZEROES TO POLN-ACK-SHIP-DATE.
           WRITE PO-LINE-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING PO LINE RECORD".
           ADD POLN-EXTENDED-AMOUNT TO NEW-ORDER-TOTAL.
           IF POLN-ITEM-NUMBER NOT = SPACES
               PERFORM ROLL-ITEM-PRICE-HISTORY.
           MOVE NEW-LINE-NUMBER TO RQLN-PO-LINE-NUMBER.
           REWRITE REQ-LINE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING REQUISITION LINE RECORD".
           PERFORM READ-NEXT-REQ-LINE.

      *-------------------------------------------------------------
      * As in POMNT01 - the price becomes the item's newest
      * history entry, the older four shuffle down and the
      * oldest falls off.
      *-------------------------------------------------------------
       ROLL-ITEM-PRICE-HISTORY.
           MOVE POLN-ITEM-NUMBER TO ITEM-NUMBER.
           MOVE "Y" TO ITEM-FOUND.
           READ ITEM-FILE RECORD
               INVALID KEY
                   MOVE "N" TO ITEM-FOUND.
           IF ITEM-FOUND = "Y"
               MOVE 5 TO HIST-SUB
               PERFORM SHUFFLE-ONE-HISTORY-ENTRY
                   UNTIL HIST-SUB < 2
               MOVE TODAY-CCYYMMDD TO ITEM-HIST-DATE (1)
               MOVE CONVERT-VENDOR TO ITEM-HIST-VENDOR (1)
               MOVE NEW-PO-NUMBER TO ITEM-HIST-PO (1)
               MOVE POLN-UNIT-PRICE TO ITEM-HIST-PRICE (1)
               REWRITE ITEM-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING ITEM RECORD".

       SHUFFLE-ONE-HISTORY-ENTRY.
           COMPUTE HIST-SUB = HIST-SUB - 1.
           MOVE ITEM-HIST-ENTRY (HIST-SUB)
               TO ITEM-HIST-ENTRY (HIST-SUB + 1).

       WRITE-NEW-PO.
           MOVE SPACE TO PO-RECORD.
           MOVE NEW-PO-NUMBER TO PO-NUMBER.
           MOVE CONVERT-VENDOR TO PO-VENDOR.
           MOVE NEW-ORDER-TOTAL TO PO-ORDERED-AMOUNT.
           MOVE ZEROES TO PO-RECEIVED-QTY.
           MOVE ZEROES TO PO-RECEIVED-AMOUNT.
           MOVE "O" TO PO-STATUS.
           MOVE ZEROES TO PO-CLOSED-DATE.
           MOVE "S" TO PO-TYPE.
           MOVE ZEROES TO PO-BLANKET-PO.
           MOVE ZEROES TO PO-BLANKET-EXPIRES.
           MOVE REQ-GL-ACCOUNT TO PO-GL-ACCOUNT.
           MOVE TODAY-CCYYMMDD TO PO-ORDER-DATE.
           MOVE "N" TO PO-APPROVAL-STATUS.
           MOVE SPACES TO PO-APPROVED-BY.
           MOVE ZEROES TO PO-APPROVAL-DATE.
           MOVE SPACE TO PO-EDI-STATUS.
           MOVE ZEROES TO PO-EDI-SENT-DATE.
           MOVE ZEROES TO PO-EDI-ACK-DATE.
           WRITE PO-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING PO RECORD".
           ADD 1 TO POS-WRITTEN.
           DISPLAY "PO " PO-NUMBER " WRITTEN FOR "
               PO-ORDERED-AMOUNT " OVER " NEW-LINE-NUMBER
               " LINE(S)".
           IF PO-ORDERED-AMOUNT NOT < CONTROL-PO-APPR-THRESHOLD
               DISPLAY "*** AT OR ABOVE THE PO APPROVAL THRESHOLD "
                   "- APPROVE IT IN POAPR01 BEFORE RECEIVING ***".

      *****************************************************
      *    Requisition lines, in line order
      *****************************************************
       START-REQ-LINES.
           MOVE REQ-NUMBER TO RQLN-REQ-NUMBER.
           MOVE ZEROES TO RQLN-LINE-NUMBER.
           MOVE "N" TO LINE-FILE-AT-END.
           START REQ-LINE-FILE
               KEY NOT < RQLN-KEY
               INVALID KEY
                   MOVE "Y" TO LINE-FILE-AT-END.
           PERFORM READ-NEXT-REQ-LINE.

       READ-NEXT-REQ-LINE.
           IF LINE-FILE-AT-END NOT = "Y"
               READ REQ-LINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO LINE-FILE-AT-END.
           IF LINE-FILE-AT-END NOT = "Y"
              AND RQLN-REQ-NUMBER NOT = REQ-NUMBER
               MOVE "Y" TO LINE-FILE-AT-END.

      *****************************************************
      *    Next PO number, from the Control File
      *****************************************************
      *-------------------------------------------------------------
      * Buyers key their own PO numbers in POMNT01, so a number
      * off the counter that is already on file is passed over
      * for the next one.
      *-------------------------------------------------------------
       RETRIEVE-NEXT-PO-NUMBER.
           PERFORM READ-CONTROL-RECORD.
           IF CONTROL-LAST-PO NOT NUMERIC
               MOVE ZEROES TO CONTROL-LAST-PO.
           MOVE CONTROL-LAST-PO TO OLD-CONTROL-VALUE.
           MOVE "N" TO PO-NUMBER-FREE.
           PERFORM TRY-NEXT-PO-NUMBER
               UNTIL PO-NUMBER-FREE = "Y".
           MOVE CONTROL-LAST-PO TO NEW-PO-NUMBER.
           PERFORM SAVE-CONTROL-RECORD.
           PERFORM LOG-CONTROL-CHANGE.

       TRY-NEXT-PO-NUMBER.
           ADD 1 TO CONTROL-LAST-PO.
           IF CONTROL-LAST-PO = 99999
               MOVE 1 TO CONTROL-LAST-PO.
           MOVE CONTROL-LAST-PO TO PO-NUMBER.
           MOVE "N" TO PO-NUMBER-FREE.
           READ PO-FILE RECORD
               INVALID KEY
                   MOVE "Y" TO PO-NUMBER-FREE.

       READ-CONTROL-RECORD.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-PO-APPR-THRESHOLD.
           IF CONTROL-PO-APPR-THRESHOLD NOT NUMERIC
               MOVE ZEROES TO CONTROL-PO-APPR-THRESHOLD.

       SAVE-CONTROL-RECORD.
           REWRITE CONTROL-RECORD
               INVALID KEY
                   WRITE CONTROL-RECORD
                       INVALID KEY
                       DISPLAY "ERROR WRITING CONTROL RECORD".

       LOG-CONTROL-CHANGE.
           MOVE "PONUMBER" TO CTLLOG-COUNTER-NAME.
           MOVE OLD-CONTROL-VALUE TO CTLLOG-OLD-VALUE.
           MOVE CONTROL-LAST-PO TO CTLLOG-NEW-VALUE.
           MOVE "REQCNV01" TO CTLLOG-PROGRAM-ID.
           MOVE TODAY-CCYYMMDD TO CTLLOG-DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE CURRENT-TIME TO CTLLOG-TIME.
           WRITE CONTROL-LOG-RECORD.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-REQUISITION-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ REQUISITION-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       REWRITE-REQUISITION-RECORD.
           REWRITE REQUISITION-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING REQUISITION RECORD"
               NOT INVALID KEY
                   DISPLAY "REQUISITION " REQ-NUMBER
                       " STAMPED ORDERED ON PO " REQ-PO-NUMBER.
