      * The FD for the Customer Price File.
      * FDCPRC01.CBL
      * Key - CP-KEY (customer + product + effective date)
      * A customer's own price list, maintained in CPRMNT01. An
      * entry is either a NET PRICE for the product or a
      * DISCOUNT percent off its list price, in force from the
      * effective date until the next entry for the same
      * customer and product takes over (or until the end date,
      * if one is set). A blank product code is the customer's
      * across-the-board discount, used for any product with no
      * entry of its own. PLPRC01 does the lookup.
       FD  CUSTOMER-PRICE-FILE.
      *
       01  CUSTOMER-PRICE-RECORD.
           05  CP-KEY.
               10  CP-CUSTOMER-NUMBER  PIC 9(5).
               10  CP-PRODUCT-CODE     PIC X(10).
               10  CP-EFFECTIVE-DATE   PIC 9(8).
           05  CP-PRICE-METHOD         PIC X(1).
               88  CP-IS-NET-PRICE     VALUE "P".
               88  CP-IS-DISCOUNT      VALUE "D".
           05  CP-NET-PRICE            PIC 9(5)V9(2).
           05  CP-DISCOUNT-PERCENT     PIC 9(2)V9(2).
           05  CP-END-DATE             PIC 9(8).
