      * The SELECT for the cost-allocation template file.
      *---------------------------------------
      *    SLCCA01.CBL
      *---------------------------------------
           SELECT COST-ALLOCATION-FILE
               ASSIGN TO "costalloc"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CCA-CODE
               ACCESS MODE IS DYNAMIC.
