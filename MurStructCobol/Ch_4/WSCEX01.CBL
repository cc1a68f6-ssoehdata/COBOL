      *------------------------------------------------------------
      * Fields for the shared exemption certificate lookup
      * (PLCEX01.CBL).
      * WSCEX01.CBL
      *------------------------------------------------------------
       77  CEX-CUSTOMER-NUMBER         PIC 9(5).
       77  CEX-JURISDICTION            PIC X(2).
       77  CEX-SALE-DATE               PIC 9(8).
       77  CEX-FOUND                   PIC X.
       77  CEX-CERTIFICATE-NUMBER      PIC X(15).
       77  CEX-EXPIRATION-DATE         PIC 9(8).
       77  CEX-EOF                     PIC X.
