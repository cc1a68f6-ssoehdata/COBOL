      * REPMNT01 validate every branch assignment against it,
      * and the reports print the branch's name instead of the
      * bare number. Maintained in BRNMNT01.
      * MANAGER REP is the sales rep who manages the branch (0 =
      * none) and OVERRIDE RATE what CMSTMT01 pays that manager
      * on the sales credited to the branch's other reps - the
      * manager's own customers earn the manager commission
      * already and carry no override.
       FD  BRANCH-MASTER-FILE.
      *
       01  BRANCH-MASTER-RECORD.
           05  BR-STATUS               PIC X(1).
               88  BRANCH-IS-ACTIVE    VALUE "A".
               88  BRANCH-IS-CLOSED    VALUE "C".
           05  BR-MANAGER-REP          PIC 9(2).
           05  BR-OVERRIDE-RATE        PIC V9(4).
