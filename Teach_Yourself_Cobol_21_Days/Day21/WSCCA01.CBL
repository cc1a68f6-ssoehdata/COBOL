      *------------------------------------------------------------
      * Fields for the shared cost-allocation split (PLCCA01.CBL).
      * WSCCA01.CBL
      *------------------------------------------------------------
       77  CCA-SPLIT-TOTAL             PIC S9(9)V99.
       77  CCA-SPLIT-ALLOCATED         PIC S9(9)V99.
       77  CCA-SUB                     PIC 99.
       77  CCA-LARGEST-SUB             PIC 99.

       01  CCA-SPLIT-TABLE.
           05 CCA-SPLIT-AMOUNT         PIC S9(9)V99
                                       OCCURS 10 TIMES.
