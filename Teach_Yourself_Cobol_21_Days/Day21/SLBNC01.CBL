      * The SELECT for the B-notice case file.
      *---------------------------------------
      *    SLBNC01.CBL
      *---------------------------------------
           SELECT BNOTICE-FILE
               ASSIGN TO "bnotice"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BNC-KEY
               ACCESS MODE IS DYNAMIC.
