      * The SELECT for the sanctions (SDN) list file.
      *---------------------------------------
      *    SLSDN01.CBL
      *---------------------------------------
           SELECT SDN-FILE
               ASSIGN TO "sdnlist"
               ORGANIZATION IS INDEXED
               RECORD KEY IS SDN-KEY
               ACCESS MODE IS DYNAMIC.
