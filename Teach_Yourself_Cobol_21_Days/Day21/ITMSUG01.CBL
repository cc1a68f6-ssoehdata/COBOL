      * Reorder suggestions - accept into draft purchase orders
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMSUG01.
      *-------------------------------------------------------------
      * Where the buyer works the nightly ITMROP01 suggestions.
      * The buyer picks a vendor and is shown each of its open
      * suggestions in turn - item, stock position, suggested
      * quantity, and the history price - to A)CCEPT (at the
      * suggested quantity or one the buyer keys), R)EJECT, or
      * S)KIP for now. Everything accepted for the vendor goes
      * onto ONE new purchase order, built the way POMNT01 builds
      * one - a line per item with the description off the item
      * master, the PO-ORDERED-AMOUNT the sum of the extensions,
      * today's order date - except that it is written as a
      * DRAFT: it takes no receipts and commits no budget until
      * it has been through POAPR01 like any other order, and
      * the buyer can still change its lines in POMNT01 before
      * then. The PO books to the inventory account on the
      * control record and takes its number from
      * CONTROL-LAST-PO, skipping any number a buyer has already
      * keyed. Each suggestion is stamped accepted with the PO
      * number, or rejected, so it isn't offered again before
      * the next night's run.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLSUGG01.CBL".

           COPY "SLPO01.CBL".

           COPY "SLPOLN01.CBL".

           COPY "SLVND02.CBL".

           COPY "SLCONTRL.CBL".

           COPY "SLCTLLOG.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDSUGG01.CBL".

           COPY "FDPO01.CBL".

           COPY "FDPOLN01.CBL".

           COPY "FDVND04.CBL".

           COPY "FDCONTRL.CBL".

           COPY "FDCTLLOG.CBL".

       WORKING-STORAGE SECTION.

           COPY "WSCASE01.CBL".

       77  ENTERED-VENDOR              PIC 9(5).
       77  VENDOR-FOUND                PIC X.
       77  SUGGESTION-FILE-AT-END      PIC X.
       77  PO-NUMBER-FREE              PIC X.
       77  SUGGESTION-ACTION           PIC X.
           88 SUGGESTION-ACCEPTED      VALUE "A".
           88 SUGGESTION-REJECTED      VALUE "R".
           88 SUGGESTION-SKIPPED       VALUE "S".
       77  ENTERED-QUANTITY            PIC 9(5).
       77  OPEN-SUGGESTIONS            PIC 9(5).
       77  DRAFT-PO-NUMBER             PIC 9(5).
       77  DRAFT-LINE-NUMBER           PIC 9(3).
       77  DRAFT-ORDER-TOTAL           PIC S9(9)V99.
       77  DRAFTS-WRITTEN              PIC 9(5) VALUE ZERO.
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
           OPEN I-O SUGGESTION-FILE.
           OPEN I-O PO-FILE.
           OPEN I-O PO-LINE-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN EXTEND CONTROL-LOG-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE SUGGESTION-FILE.
           CLOSE PO-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE VENDOR-FILE.
           CLOSE CONTROL-FILE.
           CLOSE CONTROL-LOG-FILE.
           DISPLAY DRAFTS-WRITTEN " DRAFT PO(S) WRITTEN - "
               "APPROVE THEM IN POAPR01".

       MAIN-PROCESS.
           PERFORM GET-VENDOR-TO-ORDER.
           PERFORM WORK-ONE-VENDOR
               UNTIL ENTERED-VENDOR = 99999.

      *****************************************************
      *    The vendor
      *****************************************************
       GET-VENDOR-TO-ORDER.
           PERFORM ACCEPT-VENDOR-TO-ORDER.
           PERFORM RE-ACCEPT-VENDOR-TO-ORDER
               UNTIL VENDOR-FOUND = "Y"
                   OR ENTERED-VENDOR = 99999.

       ACCEPT-VENDOR-TO-ORDER.
           DISPLAY " ".
           DISPLAY "ENTER THE VENDOR TO WORK SUGGESTIONS FOR".
           DISPLAY "ENTER 99999 TO STOP".
           ACCEPT ENTERED-VENDOR.
           MOVE "Y" TO VENDOR-FOUND.
           IF ENTERED-VENDOR = ZEROES
               DISPLAY "ITEMS WITH NO PREFERRED VENDOR CAN'T BE "
                   "ORDERED - SET ONE UP IN ITMMNT01"
               MOVE "N" TO VENDOR-FOUND
           ELSE
           IF ENTERED-VENDOR NOT = 99999
               MOVE ENTERED-VENDOR TO VENDOR-NUMBER
               READ VENDOR-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO VENDOR-FOUND.

       RE-ACCEPT-VENDOR-TO-ORDER.
           DISPLAY "VENDOR NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-VENDOR-TO-ORDER.

       WORK-ONE-VENDOR.
           DISPLAY "VENDOR " ENTERED-VENDOR " " VENDOR-NAME.
           MOVE ZEROES TO DRAFT-PO-NUMBER.
           MOVE ZEROES TO DRAFT-LINE-NUMBER.
           MOVE ZEROES TO DRAFT-ORDER-TOTAL.
           MOVE ZEROES TO OPEN-SUGGESTIONS.
           PERFORM START-VENDOR-SUGGESTIONS.
           PERFORM READ-NEXT-SUGGESTION.
           PERFORM WORK-ONE-SUGGESTION
               UNTIL SUGGESTION-FILE-AT-END = "Y".
           IF OPEN-SUGGESTIONS = ZEROES
               DISPLAY "NO OPEN SUGGESTIONS FOR THIS VENDOR".
           IF DRAFT-PO-NUMBER NOT = ZEROES
               PERFORM WRITE-DRAFT-PO.
           PERFORM GET-VENDOR-TO-ORDER.

       START-VENDOR-SUGGESTIONS.
           MOVE ENTERED-VENDOR TO SUGG-VENDOR.
           MOVE SPACES TO SUGG-ITEM-NUMBER.
           MOVE "N" TO SUGGESTION-FILE-AT-END.
           START SUGGESTION-FILE KEY NOT < SUGG-KEY
               INVALID KEY
                   MOVE "Y" TO SUGGESTION-FILE-AT-END.

       READ-NEXT-SUGGESTION.
           IF SUGGESTION-FILE-AT-END NOT = "Y"
               READ SUGGESTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO SUGGESTION-FILE-AT-END.
           IF SUGGESTION-FILE-AT-END NOT = "Y"
               AND SUGG-VENDOR NOT = ENTERED-VENDOR
               MOVE "Y" TO SUGGESTION-FILE-AT-END.

      *****************************************************
      *    One suggestion at a time
      *****************************************************
       WORK-ONE-SUGGESTION.
           IF SUGG-IS-OPEN
               ADD 1 TO OPEN-SUGGESTIONS
               PERFORM DISPLAY-THE-SUGGESTION
               PERFORM GET-SUGGESTION-ACTION
               PERFORM ACT-ON-SUGGESTION.
           PERFORM READ-NEXT-SUGGESTION.

       DISPLAY-THE-SUGGESTION.
           DISPLAY " ".
           DISPLAY "ITEM " SUGG-ITEM-NUMBER " " SUGG-DESCRIPTION.
           DISPLAY "ON HAND " SUGG-ON-HAND
               "  ON ORDER " SUGG-ON-ORDER
               "  REORDER POINT " SUGG-REORDER-POINT.
           DISPLAY "SUGGESTED QTY " SUGG-QUANTITY
               "  AT " SUGG-UNIT-PRICE.

       GET-SUGGESTION-ACTION.
           PERFORM ACCEPT-SUGGESTION-ACTION.
           PERFORM RE-ACCEPT-SUGGESTION-ACTION
               UNTIL SUGGESTION-ACCEPTED
                   OR SUGGESTION-REJECTED
                   OR SUGGESTION-SKIPPED.

       ACCEPT-SUGGESTION-ACTION.
           DISPLAY "A)CCEPT, R)EJECT, OR S)KIP?".
           ACCEPT SUGGESTION-ACTION.
           INSPECT SUGGESTION-ACTION
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-SUGGESTION-ACTION.
           DISPLAY "YOU MUST ENTER A, R, OR S".
           PERFORM ACCEPT-SUGGESTION-ACTION.

       ACT-ON-SUGGESTION.
           IF SUGGESTION-ACCEPTED
               PERFORM ENTER-ORDER-QUANTITY
               PERFORM ADD-DRAFT-PO-LINE
               MOVE "A" TO SUGG-STATUS
               MOVE DRAFT-PO-NUMBER TO SUGG-PO-NUMBER
               PERFORM REWRITE-SUGGESTION
           ELSE
           IF SUGGESTION-REJECTED
               MOVE "R" TO SUGG-STATUS
               PERFORM REWRITE-SUGGESTION.

       ENTER-ORDER-QUANTITY.
           DISPLAY "ENTER THE QUANTITY TO ORDER".
           DISPLAY "(ENTER 0 FOR THE SUGGESTED " SUGG-QUANTITY ")".
           ACCEPT ENTERED-QUANTITY.
           IF ENTERED-QUANTITY = ZEROES
               MOVE SUGG-QUANTITY TO ENTERED-QUANTITY.

       REWRITE-SUGGESTION.
           REWRITE SUGGESTION-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING SUGGESTION RECORD".

      *****************************************************
      *    The draft PO
      *****************************************************
      *-------------------------------------------------------------
      * The PO number is taken with the first line accepted;
      * the header goes on file once the vendor's suggestions
      * are done and its total is known.
      *-------------------------------------------------------------
       ADD-DRAFT-PO-LINE.
           IF DRAFT-PO-NUMBER = ZEROES
               PERFORM RETRIEVE-NEXT-PO-NUMBER.
           ADD 1 TO DRAFT-LINE-NUMBER.
           MOVE DRAFT-PO-NUMBER TO POLN-PO-NUMBER.
           MOVE DRAFT-LINE-NUMBER TO POLN-LINE-NUMBER.
           MOVE SUGG-DESCRIPTION TO POLN-DESCRIPTION.
           MOVE ENTERED-QUANTITY TO POLN-QUANTITY.
           MOVE SUGG-UNIT-PRICE TO POLN-UNIT-PRICE.
           COMPUTE POLN-EXTENDED-AMOUNT =
               POLN-QUANTITY * POLN-UNIT-PRICE.
           MOVE ZEROES TO POLN-RECEIVED-QTY.
           MOVE ZEROES TO POLN-VOUCHERED-QTY.
           MOVE ZEROES TO POLN-VOUCHERED-AMOUNT.
           MOVE SUGG-ITEM-NUMBER TO POLN-ITEM-NUMBER.
           MOVE ZEROES TO POLN-REQ-NUMBER.
           MOVE ZEROES TO POLN-REQ-LINE-NUMBER.
           MOVE SPACES TO POLN-ACK-STATUS.
           MOVE ZEROES TO POLN-ACK-QUANTITY.
           MOVE ZEROES TO POLN-ACK-UNIT-PRICE.
           MOVE ZEROES TO POLN-ACK-SHIP-DATE.
           WRITE PO-LINE-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING PO LINE RECORD".
           ADD POLN-EXTENDED-AMOUNT TO DRAFT-ORDER-TOTAL.
           DISPLAY "ADDED AS LINE " DRAFT-LINE-NUMBER " OF PO "
               DRAFT-PO-NUMBER.

       WRITE-DRAFT-PO.
           MOVE SPACE TO PO-RECORD.
           MOVE DRAFT-PO-NUMBER TO PO-NUMBER.
           MOVE ENTERED-VENDOR TO PO-VENDOR.
           MOVE DRAFT-ORDER-TOTAL TO PO-ORDERED-AMOUNT.
           MOVE ZEROES TO PO-RECEIVED-QTY.
           MOVE ZEROES TO PO-RECEIVED-AMOUNT.
           MOVE "D" TO PO-STATUS.
           MOVE ZEROES TO PO-CLOSED-DATE.
           MOVE "S" TO PO-TYPE.
           MOVE ZEROES TO PO-BLANKET-PO.
           MOVE ZEROES TO PO-BLANKET-EXPIRES.
           PERFORM READ-CONTROL-RECORD.
           MOVE CONTROL-INVENTORY-ACCOUNT TO PO-GL-ACCOUNT.
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
           ADD 1 TO DRAFTS-WRITTEN.
           DISPLAY "DRAFT PO " PO-NUMBER " WRITTEN FOR "
               PO-ORDERED-AMOUNT " OVER " DRAFT-LINE-NUMBER
               " LINE(S)".

       READ-CONTROL-RECORD.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-INVENTORY-ACCOUNT.
           IF CONTROL-INVENTORY-ACCOUNT NOT NUMERIC
               MOVE ZEROES TO CONTROL-INVENTORY-ACCOUNT.

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
           MOVE CONTROL-LAST-PO TO DRAFT-PO-NUMBER.
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
           MOVE "ITMSUG01" TO CTLLOG-PROGRAM-ID.
           MOVE TODAY-CCYYMMDD TO CTLLOG-DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE CURRENT-TIME TO CTLLOG-TIME.
           WRITE CONTROL-LOG-RECORD.
