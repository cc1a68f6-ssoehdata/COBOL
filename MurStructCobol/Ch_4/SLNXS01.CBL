      *--------------------------------
      * SELECT for the Nexus Threshold File - one record per state
      * whose economic-nexus thresholds are being watched.
      *--------------------------------
      * SLNXS01.CBL
      *--------------------------------
       SELECT NEXUS-THRESHOLD-FILE
           ASSIGN TO "C:\gnuCobol\COBOL\DATA\NEXUS.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS NX-STATE-CODE
           ACCESS MODE IS DYNAMIC.
