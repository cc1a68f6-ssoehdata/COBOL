      * The FD for the B-notice case file.
      *---------------------------
      * FDBNC01.CBL
      * Primary Key - BNC-KEY (vendor + date the case opened)
      * One record per name/TIN mismatch the IRS bulk TIN match
      * reported back (TINRSP01) - the B-notice we owe the
      * vendor before backup withholding can start. A second
      * mismatch within three years of an earlier case is a
      * SECOND notice: FIRST-NOTICE-DATE carries the earlier
      * case's, and only validation from SSA or the IRS cures
      * it. RESPONSE-DEADLINE is when the vendor's corrected
      * W-9 (or validation) is due; BNCSWP01 closes the case
      * once a W-9 dated after the notice is on the vendor, and
      * switches backup withholding on if the deadline passes
      * first.
      * STATUS "O" = open, awaiting the vendor; "W" = deadline
      * missed, backup withholding on; "C" = cured and closed.
      * REASON "X" = name/TIN mismatch, "N" = TIN not issued.
      *-----------------------------
       FD  BNOTICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BNOTICE-RECORD.
           05 BNC-KEY.
              10 BNC-VENDOR            PIC 9(5).
              10 BNC-OPENED-DATE       PIC 9(8).
           05 BNC-STATUS               PIC X.
               88 BNC-IS-OPEN             VALUE "O".
               88 BNC-IS-WITHHOLDING      VALUE "W".
               88 BNC-IS-CLOSED           VALUE "C".
           05 BNC-REASON               PIC X.
               88 BNC-NAME-TIN-MISMATCH   VALUE "X".
               88 BNC-TIN-NOT-ISSUED      VALUE "N".
           05 BNC-NOTICE               PIC X.
               88 BNC-IS-FIRST-NOTICE     VALUE "1".
               88 BNC-IS-SECOND-NOTICE    VALUE "2".
           05 BNC-TAX-ID               PIC X(11).
           05 BNC-NAME                 PIC X(30).
           05 BNC-FIRST-NOTICE-DATE    PIC 9(8).
           05 BNC-SECOND-NOTICE-DATE   PIC 9(8).
           05 BNC-RESPONSE-DEADLINE    PIC 9(8).
           05 BNC-BACKUP-START-DATE    PIC 9(8).
           05 BNC-CLOSED-DATE          PIC 9(8).
