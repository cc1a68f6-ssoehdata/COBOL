           05 OPERATOR-FAILED-ATTEMPTS   PIC 9.
           05 OPERATOR-LOCKED            PIC X.
               88 OPERATOR-IS-LOCKED         VALUE "Y".
      * The department the operator belongs to, and whether they
      * sign off that department's purchase requisitions in
      * REQAPR01. REQENT01 stamps a requisition with its
      * requester's department, so a manager only ever sees
      * their own department's requests. Spaces on a record
      * written before requisitions existed means no department
      * and no requisition sign-off.
           05 OPERATOR-DEPARTMENT        PIC X(4).
           05 OPERATOR-REQ-APPROVER      PIC X.
               88 OPERATOR-APPROVES-REQS     VALUE "Y".
      * Compliance officer - decides the possible sanctions
      * matches in SDNREV01, and is the only one who can take a
      * vendor off a sanctions hold.
           05 OPERATOR-COMPLIANCE-RIGHTS PIC X.
               88 OPERATOR-HAS-COMPLIANCE-RIGHTS VALUE "Y".

