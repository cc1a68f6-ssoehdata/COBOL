      * JOURNAL paragraph that matches what it just did.
      *------------------------------------------------------------
       77  AUDIT-PROGRAM-ID            PIC X(8).
       77  AUDIT-BEFORE-IMAGE          PIC X(800).
       77  AUDIT-DATE                  PIC 9(8).
       77  AUDIT-TIME                  PIC 9(8).
