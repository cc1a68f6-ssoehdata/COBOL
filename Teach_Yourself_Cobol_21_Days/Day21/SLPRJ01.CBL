      * The SELECT for the project cost code budget file.
      *---------------------------------------
      *    SLPRJ01.CBL
      *---------------------------------------
           SELECT PROJECT-FILE
               ASSIGN TO "project"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PROJECT-KEY
               ACCESS MODE IS DYNAMIC.
