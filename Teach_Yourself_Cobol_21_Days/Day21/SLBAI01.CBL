      * The SELECT for the BAI2 transaction type code table.
      *---------------------------------------
      *    SLBAI01.CBL
      *---------------------------------------
           SELECT BAI-CODE-FILE
               ASSIGN TO "baicode"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BAI-TYPE-CODE
               ACCESS MODE IS DYNAMIC.
