      * The FD for the Product Master File.
      * FDPROD01.CBL
      * Key - PR-PRODUCT-CODE
      * One record per product we sell, maintained in PRDMNT01.
      * The list price is what an invoice or order line defaults
      * to when the customer has no price of their own on the
      * Customer Price File; the taxable flag decides which
      * lines of an invoice the sales tax is figured on. A
      * DISCONTINUED product can no longer be sold, but can
      * still be credited back.
       FD  PRODUCT-FILE.
      *
       01  PRODUCT-RECORD.
           05  PR-PRODUCT-CODE         PIC X(10).
           05  PR-DESCRIPTION          PIC X(30).
           05  PR-UNIT-OF-MEASURE      PIC X(4).
           05  PR-LIST-PRICE           PIC 9(5)V9(2).
           05  PR-TAXABLE              PIC X(1).
               88  PR-IS-TAXABLE       VALUE "Y".
           05  PR-STATUS               PIC X(1).
               88  PRODUCT-IS-ACTIVE   VALUE "A".
               88  PRODUCT-IS-DISCONTINUED VALUE "D".
