      * The FD for the project cost code budget file.
      *---------------------------
      * FDPRJ01.CBL
      * Primary Key - PROJECT-KEY (project + cost code)
      * One record per cost code on a job, maintained in
      * PRJMNT01 the way BUDMNT01 keeps the GL account budgets.
      * A project exists once it has a cost code on file; POs
      * and vouchers carrying it roll up by cost code in
      * PRJRPT01, and POMNT01 and VCHMNT01 warn when a new
      * commitment or invoice would take a cost code past its
      * budget. The budget is for the life of the job, not a
      * fiscal period.
      *-----------------------------
       FD  PROJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROJECT-RECORD.
           05 PROJECT-KEY.
              10 PROJECT-CODE          PIC X(10).
              10 PROJECT-COST-CODE     PIC X(4).
           05 PROJECT-DESCRIPTION      PIC X(30).
           05 PROJECT-BUDGET           PIC S9(9)V99.
