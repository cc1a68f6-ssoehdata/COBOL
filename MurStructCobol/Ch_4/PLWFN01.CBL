      *----------------------------------------------
      * Taking the next write-off or recovery number.
      * PLWFN01.CBL
      * USAGE:
      * Calling program must SELECT and FD the write-off numbers
      * control record (SLWFN01.CBL, FDWFN01.CBL) and leave it
      * closed.
      * PERFORM TAKE-NEXT-WRITE-OFF-NUMBER.
      * RETURNS:
      * WN-LAST-WRITE-OFF - the number just issued, already
      * saved so no other write-off is given it.
      * PERFORM TAKE-NEXT-RECOVERY-NUMBER.
      * RETURNS:
      * WN-LAST-RECOVERY - the number just issued, already
      * saved the same way.
      *----------------------------------------------
       TAKE-NEXT-WRITE-OFF-NUMBER.
           PERFORM READ-WRITE-OFF-NUMBERS.
           ADD 1 TO WN-LAST-WRITE-OFF.
           PERFORM SAVE-WRITE-OFF-NUMBERS.

       TAKE-NEXT-RECOVERY-NUMBER.
           PERFORM READ-WRITE-OFF-NUMBERS.
           ADD 1 TO WN-LAST-RECOVERY.
           PERFORM SAVE-WRITE-OFF-NUMBERS.

       READ-WRITE-OFF-NUMBERS.
           OPEN INPUT WRITE-OFF-NUMBER-FILE.
           READ WRITE-OFF-NUMBER-FILE
               AT END
                   MOVE ZEROES TO WRITE-OFF-NUMBER-RECORD.
           CLOSE WRITE-OFF-NUMBER-FILE.

       SAVE-WRITE-OFF-NUMBERS.
           OPEN OUTPUT WRITE-OFF-NUMBER-FILE.
           WRITE WRITE-OFF-NUMBER-RECORD.
           CLOSE WRITE-OFF-NUMBER-FILE.
