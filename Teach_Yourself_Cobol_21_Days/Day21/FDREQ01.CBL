      * The FD for the purchase requisition file.
      *---------------------------
      * FDREQ01.CBL
      * Primary Key - REQ-NUMBER (CONTROL-LAST-REQUISITION)
      * One record per request for something to be bought, keyed
      * in REQENT01 by the person who wants it - so there is a
      * record of who asked for what before purchasing ever
      * sees it. The lines are on FDRQLN01.CBL and the
      * ESTIMATED-AMOUNT is the sum of their extensions.
      * A requisition is PENDING until its department's
      * approver (OPERATOR-REQ-APPROVER) signs it off or turns
      * it down in REQAPR01; an APPROVED requisition is turned
      * into a purchase order in one step by REQCNV01, which
      * stamps it ORDERED with the PO number. The requester can
      * withdraw it (CANCELLED) while it is still pending.
      *-----------------------------
       FD  REQUISITION-FILE
           LABEL RECORDS ARE STANDARD.
       01  REQUISITION-RECORD.
           05 REQ-NUMBER               PIC 9(6).
           05 REQ-REQUESTER            PIC X(8).
           05 REQ-DEPARTMENT           PIC X(4).
           05 REQ-ENTERED-DATE         PIC 9(8).
           05 REQ-NEED-BY-DATE         PIC 9(8).
      * Suggested vendor - zero when the requester has no idea
      * and leaves it to the buyer.
           05 REQ-VENDOR               PIC 9(5).
           05 REQ-GL-ACCOUNT           PIC 9(6).
           05 REQ-ESTIMATED-AMOUNT     PIC S9(7)V99.
           05 REQ-STATUS               PIC X.
               88 REQ-IS-PENDING          VALUE "P".
               88 REQ-IS-APPROVED         VALUE "A".
               88 REQ-IS-REJECTED         VALUE "R".
               88 REQ-IS-ORDERED          VALUE "O".
               88 REQ-IS-CANCELLED        VALUE "X".
           05 REQ-APPROVED-BY          PIC X(8).
           05 REQ-APPROVAL-DATE        PIC 9(8).
           05 REQ-REJECT-REASON        PIC X(30).
           05 REQ-PO-NUMBER            PIC 9(5).
           05 REQ-ORDERED-DATE         PIC 9(8).
