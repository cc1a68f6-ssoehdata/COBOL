      * The SELECT for the purchasing card cardholder file.
      *---------------------------------------
      *    SLPCH01.CBL
      *---------------------------------------
           SELECT PCARD-HOLDER-FILE
               ASSIGN TO "pcardhld"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PCH-CARD-ACCOUNT
               ACCESS MODE IS DYNAMIC.
