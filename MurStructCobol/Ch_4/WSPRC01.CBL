      *------------------------------------------------------------
      * Fields for the shared customer price lookup (PLPRC01.CBL).
      * WSPRC01.CBL
      *------------------------------------------------------------
       77  PRC-CUSTOMER-NUMBER         PIC 9(5).
       77  PRC-PRODUCT-CODE            PIC X(10).
       77  PRC-PRICE-DATE              PIC 9(8).
       77  PRC-UNIT-PRICE              PIC 9(5)V99.
       77  PRC-PRICE-SOURCE            PIC X(8).
       77  PRC-SEARCH-PRODUCT          PIC X(10).
       77  PRC-FOUND                   PIC X.
       77  PRC-EOF                     PIC X.
       77  PRC-BEST-METHOD             PIC X.
       77  PRC-BEST-NET-PRICE          PIC 9(5)V99.
       77  PRC-BEST-DISCOUNT           PIC 9(2)V99.
       77  PRC-BEST-END-DATE           PIC 9(8).
