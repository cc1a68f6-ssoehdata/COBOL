      * The FD for the Nexus Threshold File.
      * FDNXS01.CBL
      * Key - NX-STATE-CODE
      * A state's economic-nexus thresholds - the sales dollars
      * or the number of sales into the state, over its
      * measurement period, past which the state expects us to
      * register and collect its tax whether we have a presence
      * there or not. Kept in NXSMNT01. A zero threshold is not
      * tested; a state with both zero is never measured.
      * The period is ROLLING - the PERIOD-MONTHS months ending
      * with the month measured; CALENDAR - the calendar year
      * to date; or PRIOR-OR-CURRENT - the previous calendar
      * year or this one to date, whichever is the closer to
      * the threshold.
      * The rest is NXSMON01's - what it measured on its last
      * run, and the alert level the state had reached then, so
      * the alert board hears about a state only when it first
      * crosses 80 per cent and again when it crosses 100.
       FD  NEXUS-THRESHOLD-FILE.
      *
       01  NEXUS-THRESHOLD-RECORD.
           05  NX-STATE-CODE           PIC X(2).
           05  NX-SALES-THRESHOLD      PIC 9(9)V99.
           05  NX-COUNT-THRESHOLD      PIC 9(5).
           05  NX-PERIOD-TYPE          PIC X(1).
               88  NX-PERIOD-IS-ROLLING   VALUE "R".
               88  NX-PERIOD-IS-CALENDAR  VALUE "C".
               88  NX-PERIOD-IS-PRIOR-OR-CURRENT VALUE "P".
               88  NX-PERIOD-IS-VALID     VALUES "R", "C", "P".
           05  NX-PERIOD-MONTHS        PIC 9(2).
           05  NX-LAST-MEASURED-PERIOD PIC 9(6).
           05  NX-MEASURED-SALES       PIC S9(9)V99.
           05  NX-MEASURED-COUNT       PIC 9(7).
           05  NX-PRIOR-YEAR-SALES     PIC S9(9)V99.
           05  NX-PRIOR-YEAR-COUNT     PIC 9(7).
           05  NX-PERCENT-OF-THRESHOLD PIC 9(4)V9.
           05  NX-ALERT-LEVEL          PIC X(1).
               88  NX-BELOW-WARNING       VALUE " ".
               88  NX-PAST-WARNING        VALUE "W".
               88  NX-PAST-THRESHOLD      VALUE "T".
