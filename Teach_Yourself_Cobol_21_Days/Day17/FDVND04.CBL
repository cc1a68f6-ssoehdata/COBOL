           05 VENDOR-YTD-PAYMENTS      PIC S9(11)V99.
           05 VENDOR-LY-PURCHASES      PIC S9(11)V99.
           05 VENDOR-LY-PAYMENTS       PIC S9(11)V99.
      * Evaluated receipt settlement. A vendor flagged ERS has
      * agreed to be paid off our receiving records instead of
      * their invoices - ERSGEN01 builds the voucher from each
      * accepted delivery at the PO line price and the vendor
      * gets the settlement statement instead of sending a
      * bill. A space reads as NO, so every vendor on file
      * before ERS existed keeps invoicing as it always did.
           05 VENDOR-ERS               PIC X.
               88 VENDOR-IS-ERS           VALUE "Y".
      * Electronic ordering. A vendor flagged EDI gets its
      * approved purchase orders as X12 850s written by EDIOUT01
      * for the translator instead of a mailed POPRT01 copy, and
      * sends back 855 acknowledgments that EDIACK01 reads.
      * PARTNER-ID is the trading-partner ID the translator
      * routes on. Only POs ordered on or after START-DATE are
      * transmitted, so the orders already mailed before the
      * vendor went electronic aren't sent a second time. A
      * space reads as NO.
           05 VENDOR-EDI               PIC X.
               88 VENDOR-IS-EDI           VALUE "Y".
           05 VENDOR-EDI-PARTNER-ID    PIC X(15).
           05 VENDOR-EDI-START-DATE    PIC 9(8).
      * Late-payment interest. A vendor whose contract (or the
      * public-sector prompt payment rules) makes us pay interest
      * when we pay after the due date carries the FDLRT01 rate
      * code here; the payment runs price the interest at that
      * code's rate and pay it on the same check or entry as an
      * add-on voucher. Spaces means no interest is owed, as for
      * every vendor on file before the field existed.
           05 VENDOR-LATE-INT-CODE     PIC X(4).
      * IRS bulk TIN matching and backup withholding. TINSUB01
      * submits a 1099 vendor's name and TAX-ID and marks it
      * SUBMITTED; TINRSP01 posts the IRS answer - MATCHED,
      * MISMATCHED, or NOT ISSUED - and opens a B-notice case
      * (FDBNC01.CBL) for either of the last two. A changed
      * TAX-ID goes back to NOT CHECKED for the next
      * submission. BACKUP-WITHHOLD is switched on by BNCSWP01
      * when a B-notice deadline passes with no corrected W-9,
      * and off again when one arrives; CHKPRT01 withholds the
      * backup rate from every check while it is on and rolls
      * the year's withheld here for 1099 box 4. A space reads
      * as NOT CHECKED / NO, as for every vendor on file before
      * the fields existed.
           05 VENDOR-TIN-MATCH-STATUS  PIC X.
               88 VENDOR-TIN-NOT-CHECKED  VALUE " ".
               88 VENDOR-TIN-SUBMITTED    VALUE "S".
               88 VENDOR-TIN-MATCHED      VALUE "M".
               88 VENDOR-TIN-MISMATCHED   VALUE "X".
               88 VENDOR-TIN-NOT-ISSUED   VALUE "N".
           05 VENDOR-TIN-MATCH-DATE    PIC 9(8).
           05 VENDOR-BACKUP-WITHHOLD   PIC X.
               88 VENDOR-ON-BACKUP-WITHHOLDING VALUE "Y".
           05 VENDOR-BACKUP-WH-START   PIC 9(8).
           05 VENDOR-YTD-BACKUP-WITHHELD PIC S9(9)V99.
