      *--------------------------------
      * SELECT for the Write-Off File - one record per proposed
      * bad-debt write-off, keyed by write-off number.
      *--------------------------------
      * SLWOF01.CBL
      *--------------------------------
       SELECT WRITE-OFF-FILE
           ASSIGN TO "C:\gnuCobol\COBOL\DATA\WRITEOFF.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS WO-NUMBER
           ACCESS MODE IS DYNAMIC.
