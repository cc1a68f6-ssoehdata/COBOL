      * The FD for the purchase requisition line file.
      *---------------------------
      * FDRQLN01.CBL
      * Primary Key - RQLN-KEY (requisition number + line number)
      * One record per thing asked for on a requisition - an
      * item-master item or a free-text description, the
      * quantity wanted, and what the requester expects it to
      * cost. PO-LINE-NUMBER is the line REQCNV01 turned it
      * into on the requisition's PO (REQ-PO-NUMBER); the PO
      * line carries the link back in POLN-REQ-NUMBER/-LINE.
      *-----------------------------
       FD  REQ-LINE-FILE
           LABEL RECORDS ARE STANDARD.
       01  REQ-LINE-RECORD.
           05 RQLN-KEY.
              10 RQLN-REQ-NUMBER       PIC 9(6).
              10 RQLN-LINE-NUMBER      PIC 9(3).
           05 RQLN-ITEM-NUMBER         PIC X(10).
           05 RQLN-DESCRIPTION         PIC X(30).
           05 RQLN-QUANTITY            PIC 9(5).
           05 RQLN-UNIT-PRICE          PIC S9(5)V99.
           05 RQLN-EXTENDED-AMOUNT     PIC S9(6)V99.
           05 RQLN-PO-LINE-NUMBER      PIC 9(3).
