      *--------------------------------
      * SELECT for the Product Master File - what we sell, at
      * what list price, by what unit, and whether it's taxed.
      *--------------------------------
      * SLPROD01.CBL
      *--------------------------------
       SELECT PRODUCT-FILE
           ASSIGN TO "C:\gnuCobol\COBOL\DATA\PRODMAST.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS PR-PRODUCT-CODE
           ACCESS MODE IS DYNAMIC.
