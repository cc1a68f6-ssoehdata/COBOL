      * The SELECT for the late-payment interest rate table.
      *---------------------------------------
      *    SLLRT01.CBL
      *---------------------------------------
           SELECT LATE-RATE-FILE
               ASSIGN TO "laterate"
               ORGANIZATION IS INDEXED
               RECORD KEY IS LATERATE-KEY
               ACCESS MODE IS DYNAMIC.
