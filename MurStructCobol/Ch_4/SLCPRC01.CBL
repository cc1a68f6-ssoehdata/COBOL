      *--------------------------------
      * SELECT for the Customer Price File - customer-specific
      * prices and discounts, by effective date.
      *--------------------------------
      * SLCPRC01.CBL
      *--------------------------------
       SELECT CUSTOMER-PRICE-FILE
           ASSIGN TO "C:\gnuCobol\COBOL\DATA\CUSTPRC.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CP-KEY
           ACCESS MODE IS DYNAMIC.
