      *--------------------------------
      * SELECT for the Commission Statement History File - one
      * record per sales rep per statement period, keyed by the
      * rep and the period.
      *--------------------------------
      * SLCMH01.CBL
      *--------------------------------
       SELECT COMMISSION-HISTORY-FILE
           ASSIGN TO "C:\gnuCobol\COBOL\DATA\COMMHIST.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CMH-KEY
           ACCESS MODE IS DYNAMIC.
