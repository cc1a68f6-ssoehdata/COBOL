           05 GL-ACCOUNT-NAME          PIC X(30).
           05 GL-ACCOUNT-ACTIVE        PIC X.
               88 GL-ACCOUNT-IS-ACTIVE    VALUE "Y".
      * Capital accounts - equipment, vehicles, leasehold
      * improvements - are the ones FAFEED01 turns vouchers into
      * fixed assets from. CAPITAL-START is the day the account
      * was flagged, so vouchers already on the spreadsheet
      * ledger before then aren't fed in a second time. The
      * accumulated depreciation and depreciation expense
      * accounts, life (months) and method are the defaults each
      * new asset on the account starts out with.
           05 GL-ACCOUNT-CAPITAL       PIC X.
               88 GL-ACCOUNT-IS-CAPITAL   VALUE "Y".
           05 GL-ACCOUNT-CAPITAL-START PIC 9(8).
           05 GL-ACCOUNT-ACCUM-DEPR    PIC 9(6).
           05 GL-ACCOUNT-DEPR-EXPENSE  PIC 9(6).
           05 GL-ACCOUNT-DEPR-LIFE     PIC 9(3).
           05 GL-ACCOUNT-DEPR-METHOD   PIC X.
