      * material for BATRPT01's morning run report, and the
      * answer to "did last night's stream actually finish, and
      * how much did it process".
      * FILREO01 adds one record of its own per file it
      * reorganizes - step number zero and the file's name in
      * JOBLOG-PROGRAM - so each file's count and OK/FAIL shows
      * on the run report beside the step that ran it.
      *-----------------------------
       FD  JOB-LOG-FILE
           LABEL RECORDS ARE STANDARD.
