      * The SELECT for the employee expense type / policy file.
      *---------------------------------------
      *    SLEXPT01.CBL
      *---------------------------------------
           SELECT EXPENSE-TYPE-FILE
               ASSIGN TO "exptype"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EXPT-CODE
               ACCESS MODE IS DYNAMIC.
