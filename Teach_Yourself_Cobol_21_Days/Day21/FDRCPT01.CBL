               88 RCPT-IS-REJECTED        VALUE "J".
           05 RCPT-ACCEPTED-QTY        PIC 9(5).
           05 RCPT-INSPECTED-DATE      PIC 9(8).
      * Evaluated receipt settlement stamp. ERSGEN01 marks each
      * delivery it has turned into a voucher and names the
      * voucher, so the next night's run can't settle the same
      * goods twice. A space reads as NOT SETTLED - which is
      * what every receipt posted before ERS existed is.
           05 RCPT-ERS-SETTLED         PIC X.
               88 RCPT-IS-ERS-SETTLED     VALUE "Y".
           05 RCPT-ERS-VOUCHER         PIC 9(7).
      * Freight, brokerage, and duty landed onto this delivery by
      * LNDALC01 from the vouchers tagged to it (FDLCST01.CBL).
      * The delivery's landed cost is RCPT-AMOUNT plus this. A
      * receipt written before landed cost existed carries no
      * number here and reads as zero.
           05 RCPT-LANDED-COST         PIC S9(7)V99.
