      * The SELECT for the invoice image index.
      *---------------------------------------
      *    SLVIMG01.CBL
      *---------------------------------------
           SELECT VOUCHER-IMAGE-FILE
               ASSIGN TO "vimage"
               ORGANIZATION IS INDEXED
               RECORD KEY IS VIMG-VOUCHER-NUMBER
               ACCESS MODE IS DYNAMIC.
