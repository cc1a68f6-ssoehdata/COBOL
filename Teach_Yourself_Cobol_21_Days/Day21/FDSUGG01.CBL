      * The FD for the reorder suggestion file.
      *---------------------------
      * FDSUGG01.CBL
      * Primary Key - SUGG-KEY (preferred vendor + item number)
      * One record per stocked item whose on-hand plus open PO
      * quantity has fallen to its reorder point, rebuilt from
      * scratch by the nightly ITMROP01 run and worked by the
      * buyer in ITMSUG01 - each suggestion accepted goes onto a
      * draft PO for the vendor and is stamped with the PO
      * number, each rejected one is stamped so. A vendor of
      * zero is an item with no preferred vendor, which can't be
      * ordered until one is set up in ITMMNT01.
      *-----------------------------
       FD  SUGGESTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUGGESTION-RECORD.
           05 SUGG-KEY.
              10 SUGG-VENDOR           PIC 9(5).
              10 SUGG-ITEM-NUMBER      PIC X(10).
           05 SUGG-RUN-DATE            PIC 9(8).
           05 SUGG-DESCRIPTION         PIC X(30).
           05 SUGG-ON-HAND             PIC S9(7).
           05 SUGG-ON-ORDER            PIC 9(7).
           05 SUGG-REORDER-POINT       PIC 9(7).
           05 SUGG-QUANTITY            PIC 9(5).
           05 SUGG-UNIT-PRICE          PIC S9(5)V99.
           05 SUGG-STATUS              PIC X.
               88 SUGG-IS-OPEN            VALUE "O".
               88 SUGG-IS-ACCEPTED        VALUE "A".
               88 SUGG-IS-REJECTED        VALUE "R".
           05 SUGG-PO-NUMBER           PIC 9(5).
