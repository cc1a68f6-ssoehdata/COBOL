      *--------------------------------
      * SELECT for the Commission Accrual File - one record per
      * sales rep per month-end accrual, keyed by the rep and the
      * period accrued.
      *--------------------------------
      * SLCAC01.CBL
      *--------------------------------
       SELECT COMMISSION-ACCRUAL-FILE
           ASSIGN TO "C:\gnuCobol\COBOL\DATA\COMMACR.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CAC-KEY
           ACCESS MODE IS DYNAMIC.
