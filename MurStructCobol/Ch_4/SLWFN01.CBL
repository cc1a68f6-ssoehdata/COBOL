      *--------------------------------
      * SELECT for the write-off numbers control record - the
      * last write-off number and the last recovery number
      * issued.
      *--------------------------------
      * SLWFN01.CBL
      *--------------------------------
       SELECT OPTIONAL WRITE-OFF-NUMBER-FILE
           ASSIGN TO "C:\gnuCobol\COBOL\DATA\WOFNO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
