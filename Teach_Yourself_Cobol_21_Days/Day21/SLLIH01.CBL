      * The SELECT for the late-payment interest history file.
      *---------------------------------------
      *    SLLIH01.CBL
      *---------------------------------------
           SELECT LATE-INTEREST-FILE
               ASSIGN TO "lateint"
               ORGANIZATION IS INDEXED
               RECORD KEY IS LATEINT-VOUCHER
               ACCESS MODE IS DYNAMIC.
