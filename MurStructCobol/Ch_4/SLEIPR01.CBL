      *--------------------------------
      * SELECT for the E-Invoice Profile File - the customers
      * who take their invoices electronically, keyed by
      * customer number.
      *--------------------------------
      * SLEIPR01.CBL
      *--------------------------------
       SELECT EINVOICE-PROFILE-FILE
           ASSIGN TO "C:\gnuCobol\COBOL\DATA\EINVPROF.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS EP-CUSTOMER-NUMBER
           ACCESS MODE IS DYNAMIC.
