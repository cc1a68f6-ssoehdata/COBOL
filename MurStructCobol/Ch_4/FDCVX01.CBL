      * The FD for the Customer/Vendor Cross-Reference File.
      * FDCVX01.CBL
      * Key - CX-CUSTOMER-NUMBER
      * Links a customer on CUSTMAST to the vendor number the
      * same company has on the A/P VENDOR-FILE, so CVXNET01
      * can net what they owe us against what we owe them
      * instead of cutting them a check while their invoices
      * run past due. CVXMNT01 keeps it - one vendor to one
      * customer, both on file when the link is made. The last
      * netting run's date and dollars ride here for the next
      * statement and for anybody asking; zero until the pair
      * has been netted.
       FD  CUSTOMER-VENDOR-XREF-FILE.
      *
       01  CUSTOMER-VENDOR-XREF-RECORD.
           05  CX-CUSTOMER-NUMBER      PIC 9(5).
           05  CX-VENDOR-NUMBER        PIC 9(5).
           05  CX-LINKED-DATE          PIC 9(8).
           05  CX-LAST-NETTED-DATE     PIC 9(8).
           05  CX-LAST-NETTED-AMOUNT   PIC S9(7)V99.
