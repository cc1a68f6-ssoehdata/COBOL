      * The SELECT for the fixed asset master file.
      *---------------------------------------
      *    SLFA01.CBL
      *---------------------------------------
           SELECT ASSET-FILE
               ASSIGN TO "fixasset"
               ORGANIZATION IS INDEXED
               RECORD KEY IS FA-NUMBER
               ALTERNATE KEY
               IS FA-VOUCHER-NUMBER WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.
