      * The FD for the fixed asset master file.
      *---------------------------
      * FDFA01.CBL
      * Primary Key - FA-NUMBER (CONTROL-LAST-ASSET)
      * One record per piece of equipment, vehicle or leasehold
      * improvement on the books. FAFEED01 writes a PENDING
      * asset for each voucher coded to a capital GL account
      * (GL-ACCOUNT-IS-CAPITAL) - the FA-VOUCHER-NUMBER
      * alternate key is how it knows a voucher has already
      * been fed - and FAMNT01 places it in service once the
      * in-service date, location, life and method are known.
      * FADEP01 takes the monthly depreciation on ACTIVE assets
      * into ACCUM-DEPRECIATION until book value is down to
      * salvage (FULLY DEPRECIATED). FADSP01 records a sale or
      * retirement (DISPOSED) with its gain or loss, which
      * FADEP01 journals with the next month's depreciation. A
      * capital voucher that turns out not to be an asset is
      * marked NOT AN ASSET rather than deleted, so the feed
      * doesn't bring it back.
      * Dates are CCYYMMDD, periods CCYYMM.
      *-----------------------------
       FD  ASSET-FILE
           LABEL RECORDS ARE STANDARD.
       01  ASSET-RECORD.
           05 FA-NUMBER                PIC 9(6).
           05 FA-DESCRIPTION           PIC X(30).
           05 FA-STATUS                PIC X.
               88 FA-IS-PENDING           VALUE "P".
               88 FA-IS-ACTIVE            VALUE "A".
               88 FA-IS-FULLY-DEPRECIATED VALUE "F".
               88 FA-IS-DISPOSED          VALUE "D".
               88 FA-IS-NOT-AN-ASSET      VALUE "N".
           05 FA-LOCATION              PIC X(10).
           05 FA-ASSET-ACCOUNT         PIC 9(6).
           05 FA-ACCUM-DEPR-ACCOUNT    PIC 9(6).
           05 FA-DEPR-EXPENSE-ACCOUNT  PIC 9(6).
      * Where it came from - zero vendor and voucher for an
      * asset keyed by hand off the old spreadsheet ledger.
           05 FA-VENDOR                PIC 9(5).
           05 FA-VOUCHER-NUMBER        PIC 9(7).
           05 FA-ACQUISITION-DATE      PIC 9(8).
           05 FA-COST                  PIC S9(9)V99.
           05 FA-SALVAGE-VALUE         PIC S9(9)V99.
           05 FA-IN-SERVICE-DATE       PIC 9(8).
           05 FA-LIFE-MONTHS           PIC 9(3).
           05 FA-METHOD                PIC X.
               88 FA-STRAIGHT-LINE        VALUE "S".
               88 FA-DECLINING-BALANCE    VALUE "D".
               88 FA-METHOD-IS-VALID      VALUES "S", "D".
      * Depreciation taken so far - the months and dollars, and
      * the last period (and GL batch) FADEP01 took it for.
           05 FA-MONTHS-DEPRECIATED    PIC 9(3).
           05 FA-ACCUM-DEPRECIATION    PIC S9(9)V99.
           05 FA-LAST-DEPR-PERIOD      PIC 9(6).
           05 FA-LAST-DEPR-BATCH       PIC 9(6).
      * Disposal - GAIN-LOSS is proceeds less book value at the
      * disposal date, positive for a gain. A zero POSTED-DATE
      * on a disposed asset means FADEP01 hasn't journaled it.
           05 FA-DISPOSAL-DATE         PIC 9(8).
           05 FA-DISPOSAL-TYPE         PIC X.
               88 FA-WAS-SOLD             VALUE "S".
               88 FA-WAS-RETIRED          VALUE "R".
           05 FA-DISPOSAL-PROCEEDS     PIC S9(9)V99.
           05 FA-DISPOSAL-GAIN-LOSS    PIC S9(9)V99.
           05 FA-DISPOSED-BY           PIC X(8).
           05 FA-DISPOSAL-POSTED-DATE  PIC 9(8).
           05 FA-DISPOSAL-GL-BATCH     PIC 9(6).
