      *--------------------------------
      * SELECT for the Finance Charge Rate File - the service
      * charge terms, one entry per effective date.
      *--------------------------------
      * SLFCR01.CBL
      *--------------------------------
       SELECT FINANCE-RATE-FILE
           ASSIGN TO "C:\gnuCobol\COBOL\DATA\FINRATE.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FR-EFFECTIVE-DATE
           ACCESS MODE IS DYNAMIC.
