      *----------------------------------------------
      * Shared inventory movement post.
      * PLINV01.CBL
      * USAGE:
      * Calling program must SELECT/FD the item master
      * (SLITEM01.CBL/FDITEM01.CBL) and the inventory history
      * file (SLINVH01.CBL/FDINVH01.CBL) and have both open I-O,
      * must have the CONTROL-FILE open I-O and the
      * CONTROL-LOG-FILE open EXTEND, and must COPY WSINV01.CBL
      * into WORKING-STORAGE. Then:
      *   INV-POST-ITEM, INV-POST-TYPE (an INVH-TYPE value),
      *   INV-POST-DATE
      *   INV-POST-QUANTITY (signed - positive into stock)
      *   INV-POST-VALUE    (signed) - or INV-POST-AT-AVERAGE
      *                     "Y" to cost the movement at the
      *                     item's current average cost
      *   INV-POST-PO-NUMBER/-PO-LINE/-RECEIPT-SEQ, INV-POST-JOB,
      *   INV-POST-REASON, INV-POST-GL-ACCOUNT (zero/spaces when
      *   they don't apply), INV-POST-OPERATOR, INV-POST-PROGRAM
      * PERFORM POST-INVENTORY-MOVEMENT.
      * RETURNS:
      * INV-ITEM-POSTED "Y" when the item is a stocked item on
      * file and the movement was posted; "N" (and nothing
      * written) otherwise - non-stock purchases pass through
      * untouched. ITEM-RECORD holds the updated item.
      * A movement into stock at its own cost re-averages the
      * unit cost over the new quantity; a movement costed at
      * average leaves the average alone. Stock that was at or
      * below zero takes the incoming movement's cost outright,
      * and stock driven to zero or below keeps its last
      * average for the next receipt to replace.
      *----------------------------------------------
       POST-INVENTORY-MOVEMENT.
           MOVE "N" TO INV-ITEM-POSTED.
           MOVE INV-POST-ITEM TO ITEM-NUMBER.
           READ ITEM-FILE RECORD
               INVALID KEY
                   MOVE SPACE TO ITEM-STOCKED.
           IF ITEM-IS-STOCKED
               PERFORM APPLY-INVENTORY-MOVEMENT
               PERFORM WRITE-INVENTORY-HISTORY
               MOVE "Y" TO INV-ITEM-POSTED.

       APPLY-INVENTORY-MOVEMENT.
           IF ITEM-ON-HAND-QTY NOT NUMERIC
               MOVE ZEROES TO ITEM-ON-HAND-QTY.
           IF ITEM-AVERAGE-COST NOT NUMERIC
               MOVE ZEROES TO ITEM-AVERAGE-COST.
           IF INV-POST-AT-AVERAGE = "Y"
               COMPUTE INV-POST-VALUE ROUNDED =
                   INV-POST-QUANTITY * ITEM-AVERAGE-COST.
           MOVE ITEM-ON-HAND-QTY TO INV-ON-HAND-BEFORE.
           COMPUTE INV-VALUE-BEFORE ROUNDED =
               ITEM-ON-HAND-QTY * ITEM-AVERAGE-COST.
           ADD INV-POST-QUANTITY TO ITEM-ON-HAND-QTY.
           IF INV-POST-AT-AVERAGE NOT = "Y"
               PERFORM RE-AVERAGE-THE-COST.
           MOVE INV-POST-DATE TO ITEM-LAST-MOVEMENT-DATE.
           REWRITE ITEM-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING ITEM RECORD".

       RE-AVERAGE-THE-COST.
           IF INV-ON-HAND-BEFORE NOT > ZERO
               AND INV-POST-QUANTITY > ZERO
               COMPUTE ITEM-AVERAGE-COST ROUNDED =
                   INV-POST-VALUE / INV-POST-QUANTITY
           ELSE
           IF ITEM-ON-HAND-QTY > ZERO
               COMPUTE ITEM-AVERAGE-COST ROUNDED =
                   (INV-VALUE-BEFORE + INV-POST-VALUE)
                       / ITEM-ON-HAND-QTY.

       WRITE-INVENTORY-HISTORY.
           PERFORM RETRIEVE-NEXT-INV-TRANS.
           MOVE INV-POST-ITEM TO INVH-ITEM-NUMBER.
           MOVE INV-POST-DATE TO INVH-DATE.
           MOVE INV-POST-TYPE TO INVH-TYPE.
           MOVE INV-POST-QUANTITY TO INVH-QUANTITY.
           MOVE INV-POST-VALUE TO INVH-VALUE.
           MOVE ITEM-ON-HAND-QTY TO INVH-ON-HAND-AFTER.
           MOVE ITEM-AVERAGE-COST TO INVH-AVERAGE-COST-AFTER.
           MOVE INV-POST-PO-NUMBER TO INVH-PO-NUMBER.
           MOVE INV-POST-PO-LINE TO INVH-PO-LINE-NUMBER.
           MOVE INV-POST-RECEIPT-SEQ TO INVH-RECEIPT-SEQUENCE.
           MOVE INV-POST-JOB TO INVH-JOB.
           MOVE INV-POST-REASON TO INVH-REASON.
           MOVE INV-POST-GL-ACCOUNT TO INVH-GL-ACCOUNT.
           MOVE INV-POST-OPERATOR TO INVH-OPERATOR-ID.
           MOVE INV-POST-PROGRAM TO INVH-PROGRAM.
           MOVE ZEROES TO INVH-GL-POSTED-DATE.
           MOVE ZEROES TO INVH-GL-BATCH.
           WRITE INVENTORY-HISTORY-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING INVENTORY HISTORY RECORD".

       RETRIEVE-NEXT-INV-TRANS.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-LAST-INV-TRANS.
           IF CONTROL-LAST-INV-TRANS NOT NUMERIC
               MOVE ZEROES TO CONTROL-LAST-INV-TRANS.
           MOVE CONTROL-LAST-INV-TRANS TO INV-OLD-CONTROL-VALUE.
           ADD 1 TO CONTROL-LAST-INV-TRANS.
           MOVE CONTROL-LAST-INV-TRANS TO INVH-NUMBER.
           REWRITE CONTROL-RECORD
               INVALID KEY
                   WRITE CONTROL-RECORD
                       INVALID KEY
                       DISPLAY "ERROR WRITING CONTROL RECORD".
           MOVE "INVTRANS" TO CTLLOG-COUNTER-NAME.
           MOVE INV-OLD-CONTROL-VALUE TO CTLLOG-OLD-VALUE.
           MOVE CONTROL-LAST-INV-TRANS TO CTLLOG-NEW-VALUE.
           MOVE INV-POST-PROGRAM TO CTLLOG-PROGRAM-ID.
           ACCEPT INV-TODAY FROM DATE YYYYMMDD.
           MOVE INV-TODAY TO CTLLOG-DATE.
           ACCEPT INV-TIME FROM TIME.
           MOVE INV-TIME TO CTLLOG-TIME.
           WRITE CONTROL-LOG-RECORD.
