      * consumed the order. CANCELLED comes only from POMNT01's
      * cancel function and blocks further receiving. A space
      * reads as OPEN so every PO written before statuses
      * existed behaves as it always did. A DRAFT is an order
      * the system built (ITMSUG01 reorder suggestions) that no
      * one has signed yet - it takes no receipts and commits
      * no budget until POAPR01 approves it, which opens it.
           05 PO-STATUS                PIC X.
               88 PO-STATUS-OPEN          VALUES "O", " ".
               88 PO-STATUS-DRAFT         VALUE "D".
               88 PO-STATUS-PARTIAL       VALUE "P".
               88 PO-STATUS-CLOSED        VALUE "C".
               88 PO-STATUS-CANCELLED     VALUE "X".
               88 PO-IS-APPROVED          VALUE "Y".
           05 PO-APPROVED-BY           PIC X(8).
           05 PO-APPROVAL-DATE         PIC 9(8).
      * Electronic transmission, for vendors flagged EDI. EDIOUT01
      * stamps the PO TRANSMITTED with the date it wrote the 850;
      * EDIACK01 moves it to ACCEPTED, CHANGED (the vendor
      * acknowledged with a different price, quantity, or ship
      * date on at least one line) or REJECTED as the 855 comes
      * back, with the acknowledgment date. A space is a PO that
      * has never gone out electronically.
           05 PO-EDI-STATUS            PIC X.
               88 PO-EDI-NOT-SENT         VALUE " ".
               88 PO-EDI-TRANSMITTED      VALUE "T".
               88 PO-EDI-ACCEPTED         VALUE "A".
               88 PO-EDI-CHANGED          VALUE "C".
               88 PO-EDI-REJECTED         VALUE "R".
           05 PO-EDI-SENT-DATE         PIC 9(8).
           05 PO-EDI-ACK-DATE          PIC 9(8).
      * The job and cost code this order is bought for, checked
      * against PROJECT-FILE in POMNT01. The open commitment of
      * a project PO is what PRJRPT01 shows as committed against
      * the cost code's budget. Spaces on an overhead order.
           05 PO-PROJECT               PIC X(10).
           05 PO-COST-CODE             PIC X(4).
