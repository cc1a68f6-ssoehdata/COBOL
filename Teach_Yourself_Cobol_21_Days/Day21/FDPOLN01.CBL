      * item record instead of the keyboard. SPACES means a
      * free-text line keyed the old way.
           05 POLN-ITEM-NUMBER         PIC X(10).
      * The requisition line this PO line was converted from by
      * REQCNV01 - who asked for it and whose manager agreed are
      * on FDREQ01.CBL under that number. Zeroes (or spaces on
      * a line written before requisitions existed) means the
      * buyer keyed the line directly.
           05 POLN-REQ-NUMBER          PIC 9(6).
           05 POLN-REQ-LINE-NUMBER     PIC 9(3).
      * The vendor's 855 answer for the line, as EDIACK01 last
      * read it - the X12 line status code (IA accepted, IC/IP/IQ
      * changed, DR date rescheduled, IR rejected) and the
      * quantity, unit price, and ship date the vendor confirmed.
      * Spaces/zeroes until an acknowledgment has come in.
           05 POLN-ACK-STATUS          PIC X(2).
           05 POLN-ACK-QUANTITY        PIC 9(5).
           05 POLN-ACK-UNIT-PRICE      PIC S9(5)V99.
           05 POLN-ACK-SHIP-DATE       PIC 9(8).
