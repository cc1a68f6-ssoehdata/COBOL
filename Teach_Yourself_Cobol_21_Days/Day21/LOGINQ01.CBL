
       FD  ARCHIVE-LOG-FILE
           LABEL RECORDS ARE OMITTED.
       01  ARCHIVE-LOG-RECORD           PIC X(1700).

       WORKING-STORAGE SECTION.

       SHOW-ONE-SLICE.
           DISPLAY ARCHIVE-LOG-RECORD(SLICE-POSITION:79).
           ADD 79 TO SLICE-POSITION.
           IF SLICE-POSITION > 1621
               MOVE "N" TO MORE-TO-SHOW
           ELSE
           IF ARCHIVE-LOG-RECORD(SLICE-POSITION:79) = SPACES
