      * The SELECT for the voucher expense line file.
      *---------------------------------------
      *    SLVCHEX1.CBL
      *---------------------------------------
           SELECT VOUCHER-EXPENSE-FILE
               ASSIGN TO "vchexpln"
               ORGANIZATION IS INDEXED
               RECORD KEY IS VCHEX-KEY
               ACCESS MODE IS DYNAMIC.
