      * The FD for the inventory movement history file.
      *---------------------------
      * FDINVH01.CBL
      * Primary Key   - INVH-NUMBER (CONTROL-LAST-INV-TRANS)
      * Alternate Key - INVH-ITEM-NUMBER (duplicates allowed)
      * One record per movement of a stocked item, written by
      * PLINV01.CBL as the item master is updated - what came
      * in, what went out, at what cost, and what the item's
      * on-hand and average cost were left at afterwards, so
      * any item's balance can be walked back movement by
      * movement. QUANTITY and VALUE are signed - positive into
      * stock, negative out of it. A LANDED COST movement moves
      * value only - freight or duty LNDALC01 added to the cost
      * of goods already on the shelf - with a zero quantity.
      *-----------------------------
       FD  INVENTORY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVENTORY-HISTORY-RECORD.
           05 INVH-NUMBER              PIC 9(8).
           05 INVH-ITEM-NUMBER         PIC X(10).
           05 INVH-DATE                PIC 9(8).
           05 INVH-TYPE                PIC X.
               88 INVH-IS-RECEIPT         VALUE "R".
               88 INVH-IS-RETURN          VALUE "T".
               88 INVH-IS-ISSUE           VALUE "I".
               88 INVH-IS-WRITE-OFF       VALUE "W".
               88 INVH-IS-ADJUSTMENT      VALUE "A".
               88 INVH-IS-LANDED-COST     VALUE "C".
           05 INVH-QUANTITY            PIC S9(7).
           05 INVH-VALUE               PIC S9(9)V99.
           05 INVH-ON-HAND-AFTER       PIC S9(7).
           05 INVH-AVERAGE-COST-AFTER  PIC S9(5)V9999.
      * Where the movement came from - the PO, line, and receipt
      * for receipts and returns, the job for an issue.
           05 INVH-PO-NUMBER           PIC 9(5).
           05 INVH-PO-LINE-NUMBER      PIC 9(3).
           05 INVH-RECEIPT-SEQUENCE    PIC 9(3).
           05 INVH-JOB                 PIC X(10).
           05 INVH-REASON              PIC X(30).
      * The account on the other side of an issue, write-off, or
      * adjustment - the job cost or shrinkage account ITMJRN01
      * debits (or credits) against inventory. Receipts and
      * returns reach the GL through their vouchers instead.
           05 INVH-GL-ACCOUNT          PIC 9(6).
           05 INVH-OPERATOR-ID         PIC X(8).
           05 INVH-PROGRAM             PIC X(8).
      * GL export run control, stamped by ITMJRN01 - zero means
      * not yet journaled.
           05 INVH-GL-POSTED-DATE      PIC 9(8).
           05 INVH-GL-BATCH            PIC 9(6).
