                 15 ITEM-HIST-VENDOR   PIC 9(5).
                 15 ITEM-HIST-PO       PIC 9(5).
                 15 ITEM-HIST-PRICE    PIC S9(5)V99.
      * Perpetual inventory. A STOCKED item carries its shelf
      * location, the quantity on hand, and its moving-average
      * unit cost - receipts and returns to vendor in RCVENT01
      * and the issues and adjustments keyed in ITMISS01 move
      * them, every movement landing on the inventory history
      * file (FDINVH01.CBL) through PLINV01.CBL. A space STOCKED
      * reads as NOT stocked - expensed supplies, and every item
      * on file before the perpetual counts existed until its
      * opening count is keyed as an adjustment.
           05 ITEM-STOCKED             PIC X.
               88 ITEM-IS-STOCKED         VALUE "Y".
           05 ITEM-LOCATION            PIC X(10).
           05 ITEM-ON-HAND-QTY         PIC S9(7).
           05 ITEM-AVERAGE-COST        PIC S9(5)V9999.
           05 ITEM-LAST-MOVEMENT-DATE  PIC 9(8).
      * Replenishment. When stock on hand plus what is still open
      * on POs falls to the REORDER-POINT, the nightly ITMROP01
      * run suggests ordering REORDER-QTY from the PREFERRED-
      * VENDOR. A zero reorder point leaves the item out of the
      * run; a zero vendor means the buyer still has to pick
      * one.
           05 ITEM-REORDER-POINT       PIC 9(7).
           05 ITEM-REORDER-QTY         PIC 9(5).
           05 ITEM-PREFERRED-VENDOR    PIC 9(5).
