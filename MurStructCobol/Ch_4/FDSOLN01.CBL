      * The FD for the Sales Order Line File.
      * FDSOLN01.CBL
      * Key - SL-LINE-KEY (order number + line number)
      * One record per line of a sales order. The open quantity
      * is ordered less shipped; SORSHP01 rolls each confirmed
      * shipment into SL-QUANTITY-SHIPPED and marks the line
      * SHIPPED once nothing is left open. The requested ship
      * date starts as the order's and can be set line by line.
       FD  SALES-ORDER-LINE-FILE.
      *
       01  SALES-ORDER-LINE-RECORD.
           05  SL-LINE-KEY.
               10  SL-ORDER-NUMBER     PIC 9(6).
               10  SL-LINE-NUMBER      PIC 9(3).
           05  SL-DESCRIPTION          PIC X(30).
           05  SL-QUANTITY-ORDERED     PIC 9(5).
           05  SL-QUANTITY-SHIPPED     PIC 9(5).
           05  SL-UNIT-PRICE           PIC 9(5)V9(2).
           05  SL-REQUESTED-SHIP-DATE  PIC 9(8).
           05  SL-LINE-STATUS          PIC X(1).
               88  SL-IS-OPEN          VALUE "O".
               88  SL-IS-SHIPPED       VALUE "S".
               88  SL-IS-CANCELLED     VALUE "X".
      *    The invoice that carried the line's last shipment.
           05  SL-LAST-INVOICE         PIC X(8).
      *    The product ordered, off the Product Master, whose
      *    description the line carries as of the order. SORSHP01
      *    carries it onto the invoice lines it writes.
           05  SL-PRODUCT-CODE         PIC X(10).
