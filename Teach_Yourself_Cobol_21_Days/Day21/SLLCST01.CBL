      * The SELECT for the landed cost tag file.
      *---------------------------------------
      *    SLLCST01.CBL
      *---------------------------------------
           SELECT LANDED-COST-FILE
               ASSIGN TO "landcost"
               ORGANIZATION IS INDEXED
               RECORD KEY IS LCST-KEY
               ACCESS MODE IS DYNAMIC.
