      * The SELECT for the purchase requisition line file.
      *---------------------------------------
      *    SLRQLN01.CBL
      *---------------------------------------
           SELECT REQ-LINE-FILE
               ASSIGN TO "reqline"
               ORGANIZATION IS INDEXED
               RECORD KEY IS RQLN-KEY
               ACCESS MODE IS DYNAMIC.
