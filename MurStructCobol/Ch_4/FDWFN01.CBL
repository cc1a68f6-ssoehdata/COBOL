      * The FD for the write-off numbers control record.
      * FDWFN01.CBL
      * One record. Missing or empty means no write-off has been
      * proposed and no recovery taken, and both numbers start
      * at 1. Numbers are taken through PLWFN01.
       FD  WRITE-OFF-NUMBER-FILE.
      *
       01  WRITE-OFF-NUMBER-RECORD.
           05  WN-LAST-WRITE-OFF       PIC 9(6).
           05  WN-LAST-RECOVERY        PIC 9(6).
