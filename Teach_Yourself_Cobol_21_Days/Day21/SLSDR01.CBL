      * The SELECT for the sanctions review file.
      *---------------------------------------
      *    SLSDR01.CBL
      *---------------------------------------
           SELECT SDN-REVIEW-FILE
               ASSIGN TO "sdnreview"
               ORGANIZATION IS INDEXED
               RECORD KEY IS SDNREV-KEY
               ACCESS MODE IS DYNAMIC.
