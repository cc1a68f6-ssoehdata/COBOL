      * The SELECT for the purchase requisition file.
      *---------------------------------------
      *    SLREQ01.CBL
      *---------------------------------------
           SELECT REQUISITION-FILE
               ASSIGN TO "requisn"
               ORGANIZATION IS INDEXED
               RECORD KEY IS REQ-NUMBER
               ACCESS MODE IS DYNAMIC.
