      * The SELECT for the prepaid expense schedule file.
      *---------------------------------------
      *    SLPPD01.CBL
      *---------------------------------------
           SELECT PREPAID-FILE
               ASSIGN TO "prepaid"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PPD-VOUCHER-NUMBER
               ACCESS MODE IS DYNAMIC.
