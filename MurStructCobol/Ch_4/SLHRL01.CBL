      *--------------------------------
      * SELECT for the Credit Hold Rule File - one record holding
      * the rules the nightly credit hold sweep runs on.
      *--------------------------------
      * SLHRL01.CBL
      *--------------------------------
       SELECT OPTIONAL HOLD-RULE-FILE
           ASSIGN TO "C:\gnuCobol\COBOL\DATA\HOLDRULE.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS HR-RULE-KEY
           ACCESS MODE IS DYNAMIC.
