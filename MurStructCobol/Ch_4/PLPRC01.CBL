      *----------------------------------------------
      * Shared customer price lookup.
      * PLPRC01.CBL
      * USAGE:
      * Calling program must FD the Product Master (FDPROD01.CBL)
      * with the product already read into PRODUCT-RECORD, must
      * FD the Customer Price File (FDCPRC01.CBL) open for
      * input, and must COPY WSPRC01.CBL into WORKING-STORAGE.
      * Then:
      * MOVE the customer to PRC-CUSTOMER-NUMBER, the product
      * to PRC-PRODUCT-CODE and the date being priced (invoice
      * or order date) to PRC-PRICE-DATE.
      * PERFORM LOOK-UP-CUSTOMER-PRICE.
      * RETURNS:
      * PRC-UNIT-PRICE, the price for the customer on that date,
      * and PRC-PRICE-SOURCE - LIST, CONTRACT (a net price) or
      * DISCOUNT (a percent off list).
      * The customer's entry for the product itself is looked
      * for first, then their across-the-board (blank product)
      * entry. Within either, the latest entry effective on or
      * before the date wins; if that entry's end date has
      * passed, the customer has no price there. With no price
      * of their own the customer pays list.
      *----------------------------------------------
       LOOK-UP-CUSTOMER-PRICE.
           MOVE PR-LIST-PRICE TO PRC-UNIT-PRICE.
           MOVE "LIST" TO PRC-PRICE-SOURCE.
           MOVE PRC-PRODUCT-CODE TO PRC-SEARCH-PRODUCT.
           PERFORM FIND-CUSTOMER-PRICE-ENTRY.
           IF PRC-FOUND = "N"
               MOVE SPACES TO PRC-SEARCH-PRODUCT
               PERFORM FIND-CUSTOMER-PRICE-ENTRY.
           IF PRC-FOUND = "Y"
               IF PRC-BEST-METHOD = "P"
                   MOVE PRC-BEST-NET-PRICE TO PRC-UNIT-PRICE
                   MOVE "CONTRACT" TO PRC-PRICE-SOURCE
               ELSE
                   COMPUTE PRC-UNIT-PRICE ROUNDED =
                       PR-LIST-PRICE * (100 - PRC-BEST-DISCOUNT) / 100
                   MOVE "DISCOUNT" TO PRC-PRICE-SOURCE.

       FIND-CUSTOMER-PRICE-ENTRY.
           MOVE "N" TO PRC-FOUND.
           MOVE PRC-CUSTOMER-NUMBER TO CP-CUSTOMER-NUMBER.
           MOVE PRC-SEARCH-PRODUCT TO CP-PRODUCT-CODE.
           MOVE ZEROES TO CP-EFFECTIVE-DATE.
           MOVE "N" TO PRC-EOF.
           START CUSTOMER-PRICE-FILE
               KEY NOT < CP-KEY
               INVALID KEY
                   MOVE "Y" TO PRC-EOF.
           PERFORM CHECK-ONE-PRICE-ENTRY
               UNTIL PRC-EOF = "Y".
           IF PRC-FOUND = "Y"
               AND PRC-BEST-END-DATE NOT = ZERO
               AND PRC-BEST-END-DATE < PRC-PRICE-DATE
               MOVE "N" TO PRC-FOUND.

       CHECK-ONE-PRICE-ENTRY.
           READ CUSTOMER-PRICE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PRC-EOF.
           IF PRC-EOF = "N"
               IF CP-CUSTOMER-NUMBER NOT = PRC-CUSTOMER-NUMBER
                   OR CP-PRODUCT-CODE NOT = PRC-SEARCH-PRODUCT
                   OR CP-EFFECTIVE-DATE > PRC-PRICE-DATE
                   MOVE "Y" TO PRC-EOF
               ELSE
                   MOVE "Y" TO PRC-FOUND
                   MOVE CP-PRICE-METHOD TO PRC-BEST-METHOD
                   MOVE CP-NET-PRICE TO PRC-BEST-NET-PRICE
                   MOVE CP-DISCOUNT-PERCENT TO PRC-BEST-DISCOUNT
                   MOVE CP-END-DATE TO PRC-BEST-END-DATE.
