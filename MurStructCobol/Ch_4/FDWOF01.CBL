      * The FD for the Write-Off File.
      * FDWOF01.CBL
      * Key - WO-NUMBER
      * One record per bad-debt write-off, proposed by a
      * collector in WOFREQ01 against one open item or the
      * customer's whole open balance, with the reason. It sits
      * PENDING until a supervisor other than the proposer
      * APPROVES or REJECTS it in WOFAPR01. Approval closes the
      * items as WRITTEN OFF and writes one negative adjustment
      * (reason BD) for the dollars closed, numbered BD + the
      * write-off number, for STXPST01 to post and STXGLX01 to
      * charge to bad-debt expense; the amount actually written
      * off is what was still open at approval, which may be
      * less than was proposed. Money that comes back later is
      * recorded against the write-off in WOFREC01 and totalled
      * here. ARRSV01 reserves for what is still open.
       FD  WRITE-OFF-FILE.
      *
       01  WRITE-OFF-RECORD.
           05  WO-NUMBER               PIC 9(6).
           05  WO-CUSTOMER-NUMBER      PIC 9(5).
           05  WO-SCOPE                PIC X(1).
               88  WO-IS-ONE-ITEM      VALUE "I".
               88  WO-IS-WHOLE-BALANCE VALUE "B".
      *    Spaces when the whole balance is written off.
           05  WO-INVOICE-NUMBER       PIC X(8).
           05  WO-REASON               PIC X(30).
           05  WO-PROPOSED-AMOUNT      PIC S9(7)V9(2).
           05  WO-PROPOSED-BY          PIC X(8).
           05  WO-PROPOSED-DATE        PIC 9(8).
           05  WO-STATUS               PIC X(1).
               88  WO-IS-PENDING       VALUE "P".
               88  WO-IS-APPROVED      VALUE "A".
               88  WO-IS-REJECTED      VALUE "R".
           05  WO-DECIDED-BY           PIC X(8).
           05  WO-DECIDED-DATE         PIC 9(8).
           05  WO-DECISION-NOTE        PIC X(30).
           05  WO-WRITTEN-OFF-AMOUNT   PIC S9(7)V9(2).
           05  WO-ITEMS-CLOSED         PIC 9(3).
           05  WO-ADJUSTMENT-INVOICE   PIC X(8).
           05  WO-RECOVERED-AMOUNT     PIC S9(7)V9(2).
           05  WO-RECOVERY-COUNT       PIC 9(3).
           05  WO-LAST-RECOVERY-DATE   PIC 9(8).
