      * The FD for the Sales Order File.
      * FDSORD01.CBL
      * Key - SO-ORDER-NUMBER
      * The header of an order taken by phone or fax - until
      * this file existed an order was a sheet of paper until
      * somebody keyed the invoice into STXENT01 after the goods
      * shipped, and "what have we sold but not shipped" had no
      * answer. SORENT01 takes the order under the same credit
      * check invoice entry runs; SORSHP01 confirms shipments
      * and turns the shipped lines into sales transaction
      * invoices; SORBKL01 prints the open-order backlog. The
      * tax flag and jurisdiction ride on the order so each
      * shipment's invoice is taxed the way the order was.
       FD  SALES-ORDER-FILE.
      *
       01  SALES-ORDER-RECORD.
           05  SO-ORDER-NUMBER         PIC 9(6).
           05  SO-CUSTOMER-NUMBER      PIC 9(5).
           05  SO-ORDER-DATE           PIC 9(8).
           05  SO-REQUESTED-SHIP-DATE  PIC 9(8).
           05  SO-CUSTOMER-PO          PIC X(15).
           05  SO-TAXABLE              PIC X(1).
               88  SO-IS-TAXABLE       VALUE "Y".
           05  SO-TAX-JURISDICTION     PIC X(2).
           05  SO-ORDER-AMOUNT         PIC S9(7)V9(2).
           05  SO-STATUS               PIC X(1).
               88  SO-IS-OPEN          VALUE "O".
               88  SO-IS-SHIPPED       VALUE "S".
               88  SO-IS-CANCELLED     VALUE "X".
      *    "Y" when a supervisor let the order through a credit
      *    hold at entry.
           05  SO-CREDIT-OVERRIDE      PIC X(1).
      *    Shipments confirmed so far - the last two digits of
      *    each shipment's invoice number.
           05  SO-SHIPMENT-COUNT       PIC 9(2).
