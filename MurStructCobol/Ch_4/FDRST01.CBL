      * The FD for a batch run's restart (checkpoint) file.
      * FDRST01.CBL
      * One record, written over as a long update run commits
      * its work - STXPST01 after every transaction it posts,
      * STXGLX01 once the journal is on disk and after every
      * transaction it stamps. A record left IN PROGRESS (or
      * JOURNAL WRITTEN) means the last run never reached the
      * end, and the rerun picks up after RS-LAST-KEY instead
      * of starting over. A missing or COMPLETE record is a
      * normal fresh run. Each program SELECTs its own copy of
      * the file, so the two runs never restart off each
      * other's checkpoint.
       FD  RESTART-FILE.
      *
       01  RESTART-RECORD.
           05  RS-RUN-STATE            PIC X(1).
               88  RS-RUN-COMPLETE     VALUES "C", " ".
               88  RS-RUN-IN-PROGRESS  VALUE "R".
               88  RS-JOURNAL-WRITTEN  VALUE "J".
           05  RS-RUN-DATE             PIC 9(8).
           05  RS-CHECKPOINT-TIME      PIC 9(8).
           05  RS-RESTART-COUNT        PIC 9(3).
      *    The last transaction whose work is completely on
      *    file - spaces until the first one commits.
           05  RS-LAST-KEY             PIC X(13).
      *    STXPST01's before images of the transaction it is in
      *    the middle of posting - what the customer's YTD and
      *    the month's history bucket held before it was
      *    touched - so a rerun can put them back and post the
      *    transaction cleanly instead of guessing whether the
      *    customer was already bumped. Spaces when nothing is
      *    in flight.
           05  RS-IN-FLIGHT-KEY        PIC X(13).
           05  RS-CUSTOMER-YTD-BEFORE  PIC S9(5)V9(2).
           05  RS-HISTORY-FOUND        PIC X(1).
           05  RS-HISTORY-BEFORE       PIC S9(7)V9(2).
           05  RS-GL-BATCH             PIC 9(6).
      *    The run's own batch-control group, saved as it stands
      *    at the checkpoint, so the totals printed by a
      *    restarted run cover the whole batch.
           05  RS-BATCH-TOTALS         PIC X(160).
