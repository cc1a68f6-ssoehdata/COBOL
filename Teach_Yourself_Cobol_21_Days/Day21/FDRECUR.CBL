           05 RECUR-LAST-GEN-PERIOD    PIC 9(6).
           05 RECUR-END-DATE           PIC 9(8).
           05 RECUR-REMAINING-OCCURRENCES PIC 9(3).
      * Allocation template (CCAMNT01) copied onto every voucher
      * generated, for a rent or utility bill that is split
      * across departments. Spaces when the bill isn't split.
           05 RECUR-CCA-CODE           PIC X(6).
