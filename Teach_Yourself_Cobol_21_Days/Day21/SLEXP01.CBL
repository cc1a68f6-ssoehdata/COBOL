      * The SELECT for the employee expense report file.
      *---------------------------------------
      *    SLEXP01.CBL
      *---------------------------------------
           SELECT EXPENSE-REPORT-FILE
               ASSIGN TO "expreport"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EXP-NUMBER
               ACCESS MODE IS DYNAMIC.
