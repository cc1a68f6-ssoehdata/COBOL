      *--------------------------------
      * SELECT for the Billing Contract File - the customers
      * billed a fixed monthly fee, keyed customer + contract
      * number so one customer can hold several.
      *--------------------------------
      * SLCTR01.CBL
      *--------------------------------
       SELECT BILLING-CONTRACT-FILE
           ASSIGN TO "C:\gnuCobol\COBOL\DATA\BILLCTR.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CT-CONTRACT-KEY
           ACCESS MODE IS DYNAMIC.
