      * The FD for the Credit Hold Rule File.
      * FDHRL01.CBL
      * Key - HR-RULE-KEY (single record file, always = 1)
      * The rules CRHSWP01's nightly sweep holds a customer on,
      * maintained in HRLMNT01. A customer is held when any rule
      * that is on trips:
      *   an open item more than DAYS-PAST-TERMS days past the
      *     customer's terms (zero turns the rule off);
      *   open exposure over the credit limit (a zero limit
      *     never trips it);
      *   the customer's latest promise to pay found broken by
      *     COLPRM01 within the last LOOK-BACK-DAYS;
      *   a check returned NSF within the last LOOK-BACK-DAYS.
      * With no record on file the sweep runs on the defaults
      * HRLMNT01 offers - 90 days, every rule on, 90 days back.
       FD  HOLD-RULE-FILE.
      *
       01  HOLD-RULE-RECORD.
           05  HR-RULE-KEY             PIC 9.
           05  HR-DAYS-PAST-TERMS      PIC 9(3).
           05  HR-OVER-LIMIT-RULE      PIC X(1).
               88  HR-HOLD-OVER-LIMIT  VALUE "Y".
           05  HR-BROKEN-PROMISE-RULE  PIC X(1).
               88  HR-HOLD-BROKEN-PROMISE VALUE "Y".
           05  HR-NSF-RULE             PIC X(1).
               88  HR-HOLD-NSF         VALUE "Y".
           05  HR-LOOK-BACK-DAYS       PIC 9(3).
