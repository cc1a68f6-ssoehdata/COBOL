           05 PARC-PO-APPROVAL-STATUS  PIC X.
           05 PARC-PO-APPROVED-BY      PIC X(8).
           05 PARC-PO-APPROVAL-DATE    PIC 9(8).
           05 PARC-PO-EDI-STATUS       PIC X.
           05 PARC-PO-EDI-SENT-DATE    PIC 9(8).
           05 PARC-PO-EDI-ACK-DATE     PIC 9(8).
           05 PARC-PO-PROJECT          PIC X(10).
           05 PARC-PO-COST-CODE        PIC X(4).
