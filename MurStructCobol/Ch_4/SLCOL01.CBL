      *--------------------------------
      * SELECT for the Collection Activity File - one record per
      * collector contact with a customer, keyed by customer and
      * the contact's sequence number for that customer.
      *--------------------------------
      * SLCOL01.CBL
      *--------------------------------
       SELECT COLLECTION-ACTIVITY-FILE
           ASSIGN TO "C:\gnuCobol\COBOL\DATA\COLACT.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CL-ACTIVITY-KEY
           ACCESS MODE IS DYNAMIC.
