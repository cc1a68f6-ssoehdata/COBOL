           05  CR-TIER-ENTRY OCCURS 3 TIMES.
               10  CR-TIER-UPPER       PIC 9(7)V9(2).
               10  CR-TIER-RATE        PIC V9(4).
      * What the rep is paid on - sales billed, the customers'
      * CM-SALES-THIS-YTD as it always was, or cash collected:
      * the dollars CASHRC01 applied to the customers' invoices,
      * off the Cash Application File. A blank reads as billed,
      * so a record set up before the choice existed pays as it
      * always did. Read off the rep's own record, or the rep-00
      * record for a rep with none, the same as the rate.
           05  CR-COMMISSION-BASIS     PIC X(1).
               88  CR-PAID-ON-BILLINGS VALUE "B" " ".
               88  CR-PAID-ON-CASH     VALUE "C".
