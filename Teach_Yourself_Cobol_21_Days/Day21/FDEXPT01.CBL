      * The FD for the employee expense type / policy file.
      *---------------------------
      * FDEXPT01.CBL
      * Primary Key - EXPT-CODE
      * One record per kind of thing an employee can claim -
      * MEAL, HOTL, AIR, MILE - kept in EXTMNT01. GL-ACCOUNT is
      * where a line of that type books unless the employee
      * names another. A MILEAGE type is claimed in miles and
      * priced at MILEAGE-RATE per mile (the standard rate).
      * The policy limits are what EXPENT01 checks each line
      * against: DAILY-LIMIT is the per diem - the most that
      * type may total on one date - and RECEIPT-LIMIT is the
      * amount above which a receipt has to be attached. Zero
      * in either means no limit of that kind. A line over
      * either goes to the department's approver in EXPAPR01.
      *-----------------------------
       FD  EXPENSE-TYPE-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXPENSE-TYPE-RECORD.
           05 EXPT-CODE                PIC X(4).
           05 EXPT-DESCRIPTION         PIC X(30).
           05 EXPT-GL-ACCOUNT          PIC 9(6).
           05 EXPT-MILEAGE             PIC X.
               88 EXPT-IS-MILEAGE         VALUE "Y".
           05 EXPT-MILEAGE-RATE        PIC 9V999.
           05 EXPT-DAILY-LIMIT         PIC 9(5)V99.
           05 EXPT-RECEIPT-LIMIT       PIC 9(5)V99.
