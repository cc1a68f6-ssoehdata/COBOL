      * The FD for the saved voucher query file
      * FDQRY01.CBL
      * Primary Key - QUERY-NAME
      * One record per query saved from VCHQRY01. A zero or blank
      * criterion selects everything on that field; a zero at one
      * end of a range leaves that end open. The columns print
      * in the order keyed, and the sort keys are taken from the
      * same column codes, each ascending or descending.
      *-----------------------------
       FD  VOUCHER-QUERY-FILE
           LABEL RECORDS ARE STANDARD.
       01  VOUCHER-QUERY-RECORD.
           05 QUERY-NAME               PIC X(10).
           05 QUERY-DESCRIPTION        PIC X(40).
           05 QUERY-VENDOR-FROM        PIC 9(5).
           05 QUERY-VENDOR-TO          PIC 9(5).
           05 QUERY-DATE-FROM          PIC 9(8).
           05 QUERY-DATE-TO            PIC 9(8).
           05 QUERY-DUE-FROM           PIC 9(8).
           05 QUERY-DUE-TO             PIC 9(8).
           05 QUERY-AMOUNT-FROM        PIC S9(9)V99.
           05 QUERY-AMOUNT-TO          PIC S9(9)V99.
           05 QUERY-CATEGORY           PIC X(2).
           05 QUERY-GL-ACCOUNT         PIC 9(6).
           05 QUERY-STATUS             PIC X.
               88 QUERY-ANY-STATUS        VALUE SPACE.
               88 QUERY-OPEN-ONLY         VALUE "O".
               88 QUERY-PAID-ONLY         VALUE "P".
               88 QUERY-VOID-ONLY         VALUE "V".
               88 QUERY-STATUS-IS-VALID   VALUES SPACE "O" "P" "V".
           05 QUERY-APPROVAL           PIC X.
               88 QUERY-APPROVAL-IS-VALID VALUES SPACE "Y" "N".
           05 QUERY-DISPUTE            PIC X.
               88 QUERY-DISPUTE-IS-VALID  VALUES SPACE "D" "R".
           05 QUERY-ENTERED-BY         PIC X(8).
           05 QUERY-PROJECT            PIC X(10).
           05 QUERY-CURRENCY           PIC X(3).
           05 QUERY-ARCHIVE            PIC X.
               88 QUERY-INCLUDES-ARCHIVE  VALUE "Y".
           05 QUERY-COLUMN             PIC X(2) OCCURS 12 TIMES.
           05 QUERY-SORT OCCURS 3 TIMES.
              10 QUERY-SORT-COLUMN     PIC X(2).
              10 QUERY-SORT-ORDER      PIC X.
                 88 QUERY-SORT-DESCENDING VALUE "D".
           05 QUERY-OUTPUT             PIC X.
               88 QUERY-PRINTS            VALUE "P".
               88 QUERY-WRITES-CSV        VALUE "C".
           05 QUERY-SAVED-DATE         PIC 9(8).
