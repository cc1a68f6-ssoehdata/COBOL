      *--------------------------------
      * SELECT for the Lockbox Exception File - the bank lockbox
      * checks the import could not apply, keyed by the lockbox
      * deposit they came in on and their place in it.
      *--------------------------------
      * SLLBX01.CBL
      *--------------------------------
       SELECT LOCKBOX-EXCEPTION-FILE
           ASSIGN TO "C:\gnuCobol\COBOL\DATA\LBXEXC.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS LX-EXCEPTION-KEY
           ACCESS MODE IS DYNAMIC.
