      *    Sales Transaction File) exceeds their credit limit,
      *    or who sits on credit hold, with the rep's name off
      *    the Sales Rep Master so the manager knows whose
      *    customer to talk about, and the reason a held
      *    customer was put on hold. Customers with a zero limit
      *    and no hold never appear - they have no rule to
      *    break.
      *
           05  FILLER          PIC X(5)    VALUE " HOLD".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "SALES REP".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "HOLD REASON".
           05  FILLER          PIC X(14)   VALUE SPACE.
      *
       01  DETAIL-LINE.
           05  DL-CUSTOMER-NUMBER   PIC 9(5).
           05  DL-HOLD-FLAG         PIC X(4).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  DL-REP-NAME          PIC X(20).
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  DL-HOLD-REASON       PIC X(20).
           05  FILLER               PIC X(15)      VALUE SPACE.
      *
       01  TOTAL-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
               MOVE ZERO TO DL-OVER-BY.
           IF CREDIT-IS-HELD
               MOVE "HOLD" TO DL-HOLD-FLAG
               MOVE CM-HOLD-REASON TO DL-HOLD-REASON
           ELSE
               MOVE SPACE TO DL-HOLD-FLAG
               MOVE SPACE TO DL-HOLD-REASON.
           PERFORM 255-LOOKUP-REP-NAME.
           MOVE RM-SALESREP-NAME TO DL-REP-NAME.
           MOVE DETAIL-LINE TO PRINT-AREA.
