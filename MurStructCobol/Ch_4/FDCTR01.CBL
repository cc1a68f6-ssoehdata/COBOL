      * The FD for the Billing Contract File.
      * FDCTR01.CBL
      * Key - CT-CONTRACT-KEY (customer + contract number)
      * One record per recurring service or rental contract,
      * maintained in CTRMNT01. CTRBIL01 invoices each contract
      * once a month on its billing day (1-28, so every month
      * has one) from the start date through the end date; a
      * zero end date runs until the contract is changed or
      * deleted. The taxability and jurisdiction are the
      * contract's own, since a rental can be taxed where the
      * customer's other purchases are not.
       FD  BILLING-CONTRACT-FILE.
      *
       01  BILLING-CONTRACT-RECORD.
           05  CT-CONTRACT-KEY.
               10  CT-CUSTOMER-NUMBER  PIC 9(5).
               10  CT-CONTRACT-NUMBER  PIC 9(2).
           05  CT-DESCRIPTION          PIC X(30).
           05  CT-MONTHLY-AMOUNT       PIC 9(5)V9(2).
           05  CT-BILLING-DAY          PIC 9(2).
           05  CT-START-DATE           PIC 9(8).
           05  CT-END-DATE             PIC 9(8).
           05  CT-TAXABLE              PIC X(1).
               88  CT-IS-TAXABLE       VALUE "Y".
           05  CT-TAX-JURISDICTION     PIC X(2).
      * The last billing period (CCYYMM) CTRBIL01 invoiced the
      * contract for - stamped as each invoice is written, so
      * a rerun of an interrupted billing run skips what it
      * already did.
           05  CT-LAST-BILLED-PERIOD   PIC 9(6).
