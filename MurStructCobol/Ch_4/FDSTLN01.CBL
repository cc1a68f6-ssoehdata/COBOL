      * The FD for the Sales Transaction Line File.
      * FDSTLN01.CBL
      * Key - TL-LINE-KEY (customer + invoice number + line)
      * What was sold, not just how much. One record per product
      * line of an invoice or credit memo keyed in STXENT01 or
      * raised by SORSHP01; the invoice's ST-INVOICE-AMOUNT is
      * the total of its lines' extensions. A credit memo's
      * lines carry the quantity returned as a negative, so
      * quantities and dollars net out by product. Adjustments,
      * imported invoices and invoices from before lines
      * existed have no lines. The invoice date is carried on
      * the line so SLSPRD01 can select a period without going
      * back to the invoice.
       FD  SALES-TRANSACTION-LINE-FILE.
      *
       01  SALES-TRANSACTION-LINE-RECORD.
           05  TL-LINE-KEY.
               10  TL-CUSTOMER-NUMBER  PIC 9(5).
               10  TL-INVOICE-NUMBER   PIC X(8).
               10  TL-LINE-NUMBER      PIC 9(3).
           05  TL-INVOICE-DATE         PIC 9(8).
           05  TL-PRODUCT-CODE         PIC X(10).
           05  TL-UNIT-OF-MEASURE      PIC X(4).
           05  TL-QUANTITY             PIC S9(5).
           05  TL-LIST-PRICE           PIC 9(5)V9(2).
           05  TL-UNIT-PRICE           PIC 9(5)V9(2).
           05  TL-EXTENSION            PIC S9(7)V9(2).
           05  TL-TAXABLE              PIC X(1).
               88  TL-IS-TAXABLE       VALUE "Y".
