      *--------------------------------
      * SELECT for the saved voucher query file - the selection,
      * columns, sort order and output form of an ad hoc voucher
      * query, kept under a name so it can be run again.
      *--------------------------------
      * SLQRY01.CBL
      *--------------------------------
       SELECT VOUCHER-QUERY-FILE
           ASSIGN TO "VCHQRY"
           ORGANIZATION IS INDEXED
           RECORD KEY IS QUERY-NAME
           ACCESS MODE IS DYNAMIC.
