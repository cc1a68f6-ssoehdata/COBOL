      * The SELECT for the reorder suggestion file.
      *---------------------------------------
      *    SLSUGG01.CBL
      *---------------------------------------
           SELECT SUGGESTION-FILE
               ASSIGN TO "reorder"
               ORGANIZATION IS INDEXED
               RECORD KEY IS SUGG-KEY
               ACCESS MODE IS DYNAMIC.
