      * The SELECT for the employee expense report line file.
      *---------------------------------------
      *    SLEXL01.CBL
      *---------------------------------------
           SELECT EXPENSE-LINE-FILE
               ASSIGN TO "expline"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EXL-KEY
               ACCESS MODE IS DYNAMIC.
