      * The FD for the E-Invoice Profile File.
      * FDEIPR01.CBL
      * Key - EP-CUSTOMER-NUMBER
      * One record per customer enrolled for electronic
      * invoices, maintained in EIVMNT01. INVPRT01 writes an
      * enrolled customer's invoices and credit memos to the
      * e-invoice file instead of the printer - or to both, for
      * a customer whose payables office still wants the paper
      * as well. A customer with no profile gets paper only.
      * The partner ID is whatever the customer's own payables
      * system knows us by; the address is where the file is
      * delivered.
       FD  EINVOICE-PROFILE-FILE.
      *
       01  EINVOICE-PROFILE-RECORD.
           05  EP-CUSTOMER-NUMBER      PIC 9(5).
           05  EP-DELIVERY-METHOD      PIC X(1).
               88  EP-SEND-ONLY        VALUE "E".
               88  EP-SEND-AND-PRINT   VALUE "B".
           05  EP-PARTNER-ID           PIC X(15).
           05  EP-DELIVERY-ADDRESS     PIC X(40).
