      * The FD for the Cash Application File.
      * FDCRA01.CBL
      * Key - CA-APPLICATION-KEY (receipt number + line)
      * One record per invoice a cash receipt was applied to,
      * in the order it was applied. A payment is positive; an
      * open credit memo netted into the check is negative, so
      * the lines of a receipt add to its CJ-APPLIED-AMOUNT.
      * APPLIED-DATE is the day the dollars went on the invoice,
      * which for a lockbox exception worked in LBXRES01 can be
      * later than the receipt itself.
       FD  CASH-APPLICATION-FILE.
      *
       01  CASH-APPLICATION-RECORD.
           05  CA-APPLICATION-KEY.
               10  CA-RECEIPT-NUMBER   PIC 9(6).
               10  CA-LINE-NUMBER      PIC 9(3).
           05  CA-CUSTOMER-NUMBER      PIC 9(5).
           05  CA-INVOICE-NUMBER       PIC X(8).
           05  CA-APPLIED-AMOUNT       PIC S9(5)V9(2).
           05  CA-APPLIED-DATE         PIC 9(8).
      * REVERSED once NSFENT01 has taken the line's dollars back
      * off the invoice because the check was returned.
           05  CA-LINE-STATUS          PIC X(1).
               88  CA-LINE-STANDS      VALUE " ".
               88  CA-LINE-REVERSED    VALUE "R".
