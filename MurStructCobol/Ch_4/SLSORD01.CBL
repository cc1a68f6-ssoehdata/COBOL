      *--------------------------------
      * SELECT for the Sales Order File - one header record per
      * customer order, keyed by the order number SORENT01
      * issues off the SORDNO.DAT control record.
      *--------------------------------
      * SLSORD01.CBL
      *--------------------------------
       SELECT SALES-ORDER-FILE
           ASSIGN TO "C:\gnuCobol\COBOL\DATA\SALESORD.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS SO-ORDER-NUMBER
           ACCESS MODE IS DYNAMIC.
