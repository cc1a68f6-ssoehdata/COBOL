      *--------------------------------
      * SELECT for the Customer/Vendor Cross-Reference File -
      * one record per party that both buys from us and sells
      * to us, keyed by the customer number.
      *--------------------------------
      * SLCVX01.CBL
      *--------------------------------
       SELECT CUSTOMER-VENDOR-XREF-FILE
           ASSIGN TO "C:\gnuCobol\COBOL\DATA\CUSVND.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CX-CUSTOMER-NUMBER
           ACCESS MODE IS DYNAMIC.
