      * The SELECT for the bank transfer file.
      *---------------------------------------
      *    SLBXFR01.CBL
      * Sequential, append-only - one record per transfer of
      * funds between two of our own bank accounts.
      *---------------------------------------
           SELECT BANK-TRANSFER-FILE
               ASSIGN TO "bankxfer"
               ORGANIZATION IS LINE SEQUENTIAL.
