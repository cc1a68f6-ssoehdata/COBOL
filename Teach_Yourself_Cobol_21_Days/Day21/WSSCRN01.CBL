      *-------------------------------------------------------
      * Fields for the vendor sanctions screen in PLSCRN01.CBL.
      * WSSCRN01.CBL
      * The calling program moves its own PROGRAM-ID to
      * SCREEN-CALLER once, before its first screen.
      *-------------------------------------------------------
       77  SCREEN-CALLER                   PIC X(8).
       77  SCREEN-RESULT                   PIC X.
           88 SCREEN-FOUND-A-HIT           VALUE "H".
       77  SCREEN-HOLD-REASON              PIC X(30).
       77  SANCTIONS-HOLD-PREFIX           PIC X(16)
                                           VALUE "SANCTIONS REVIEW".
       77  SANCTIONS-REASON-WORD           PIC X(9)
                                           VALUE "SANCTIONS".
       77  SCREEN-VENDOR-AT-END            PIC X.
       77  VENDORS-SCREENED                PIC 9(5).
       77  VENDORS-HELD                    PIC 9(5).
