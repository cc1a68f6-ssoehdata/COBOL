      * The SELECT for the vendor rebate agreement file.
      *---------------------------------------
      *    SLRBT01.CBL
      *---------------------------------------
           SELECT REBATE-FILE
               ASSIGN TO "rebate"
               ORGANIZATION IS INDEXED
               RECORD KEY IS REBATE-KEY
               ACCESS MODE IS DYNAMIC.
