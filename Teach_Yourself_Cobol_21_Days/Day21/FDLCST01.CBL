      * The FD for the landed cost tag file.
      *---------------------------
      * FDLCST01.CBL
      * Primary Key - LCST-KEY (voucher number + tag sequence)
      * One record per receipt a freight, brokerage, or duty
      * voucher is tagged to, keyed in VCHMNT01 as the voucher
      * is entered. The voucher's amount and GL account ride on
      * every tag so LNDALC01 can spread the dollars across the
      * tagged deliveries - by value or by quantity, as keyed -
      * without caring what later happens to the voucher's own
      * amount (an installment split, say). PENDING tags are what
      * the run picks up; it stamps each one ALLOCATED with its
      * share, or VOIDED when the voucher was voided first, so
      * the same bill is never landed twice.
      *-----------------------------
       FD  LANDED-COST-FILE
           LABEL RECORDS ARE STANDARD.
       01  LANDED-COST-RECORD.
           05 LCST-KEY.
              10 LCST-VOUCHER-NUMBER   PIC 9(7).
              10 LCST-SEQUENCE         PIC 9(2).
           05 LCST-PO-NUMBER           PIC 9(5).
           05 LCST-RECEIPT-SEQUENCE    PIC 9(3).
           05 LCST-BASIS               PIC X.
               88 LCST-BY-VALUE           VALUE "V".
               88 LCST-BY-QUANTITY        VALUE "Q".
           05 LCST-VOUCHER-AMOUNT      PIC S9(9)V99.
           05 LCST-GL-ACCOUNT          PIC 9(6).
           05 LCST-TAGGED-DATE         PIC 9(8).
           05 LCST-TAGGED-BY           PIC X(8).
           05 LCST-STATUS              PIC X.
               88 LCST-IS-PENDING         VALUES "P", " ".
               88 LCST-IS-ALLOCATED       VALUE "A".
               88 LCST-IS-VOIDED          VALUE "V".
      * What the run did with the tag - its share of the bill,
      * whether that share went onto a stocked item's cost (Y)
      * or was left in the voucher's expense account because
      * the goods weren't stock or none were left on the shelf
      * (N), and the FDINVH01 movement that carried it.
           05 LCST-ALLOCATED-DATE      PIC 9(8).
           05 LCST-ALLOCATED-AMOUNT    PIC S9(9)V99.
           05 LCST-COSTED              PIC X.
               88 LCST-WENT-TO-STOCK      VALUE "Y".
           05 LCST-INVH-NUMBER         PIC 9(8).
