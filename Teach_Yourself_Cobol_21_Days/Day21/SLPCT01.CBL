      * The SELECT for the purchasing card transaction file.
      *---------------------------------------
      *    SLPCT01.CBL
      *---------------------------------------
           SELECT PCARD-TRANSACTION-FILE
               ASSIGN TO "pcardtrn"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PCT-KEY
               ALTERNATE KEY
               IS PCT-CARD-ACCOUNT WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.
