
      *-------------------------------------------------------------
      * One generic record area covers all four sequential logs
      * - the audit journal's two 800-byte images make it the
      * widest at just over sixteen hundred bytes.
      *-------------------------------------------------------------
       FD  LIVE-LOG-FILE
           LABEL RECORDS ARE OMITTED.
       01  LIVE-LOG-RECORD              PIC X(1700).

       FD  ARCHIVE-LOG-FILE
           LABEL RECORDS ARE OMITTED.
       01  ARCHIVE-LOG-RECORD           PIC X(1700).

       FD  KEEP-LOG-FILE
           LABEL RECORDS ARE OMITTED.
       01  KEEP-LOG-RECORD              PIC X(1700).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       REPORT-A-FAILED-VERIFY.
           MOVE SPACE TO LOG-REPORT-LINE.
           MOVE LOG-TABLE-NAME (LOG-SUB) TO PRINT-LOG-NAME.
           MOVE "** NO PURGE" TO PRINT-LOG-RESULT.
           PERFORM FILL-REPORT-COUNTS.
           DISPLAY "** " LOG-TABLE-NAME (LOG-SUB)
               " ARCHIVE DID NOT VERIFY - LIVE FILE UNTOUCHED **".
           ELSE
               MOVE SPACE TO LOG-REPORT-LINE
               MOVE "SPOOLCAT" TO PRINT-LOG-NAME
               MOVE "** NO PURGE" TO PRINT-LOG-RESULT
               PERFORM FILL-REPORT-COUNTS
               DISPLAY "** SPOOLCAT ARCHIVE DID NOT VERIFY - "
                   "NOTHING PURGED **".
