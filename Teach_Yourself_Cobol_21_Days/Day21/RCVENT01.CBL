      * even arrives. Writing vouchers is why this program now
      * signs its operator on and journals the add the way
      * VCHMNT01 does.
      * A line whose POLN-ITEM-NUMBER is a stocked item moves
      * the perpetual inventory as well - what is received (or
      * released from inspection) goes onto the item's on-hand
      * at the delivery's value, and a return takes it back off
      * - through the shared PLINV01.CBL post, so each movement
      * is on the inventory history file.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "SLAUDJRN.CBL".

           COPY "SLITEM01.CBL".

           COPY "SLINVH01.CBL".

       DATA DIVISION.
       FILE SECTION.


           COPY "FDAUDJRN.CBL".

           COPY "FDITEM01.CBL".

           COPY "FDINVH01.CBL".

       WORKING-STORAGE SECTION.

           COPY "WSCASE01.CBL".

           COPY "WSAUDJ01.CBL".

           COPY "WSINV01.CBL".

       77  PO-FOUND                    PIC X.
       77  LINE-FOUND                  PIC X.
       77  ENTERED-LINE-NUMBER         PIC 9(3).
           OPEN I-O OPERATOR-FILE.
           OPEN EXTEND SIGNON-LOG-FILE.
           OPEN EXTEND AUDIT-JOURNAL-FILE.
           OPEN I-O ITEM-FILE.
           OPEN I-O INVENTORY-HISTORY-FILE.
           MOVE "RCVENT01" TO AUDIT-PROGRAM-ID.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL-RECORD.
           CLOSE OPERATOR-FILE.
           CLOSE SIGNON-LOG-FILE.
           CLOSE AUDIT-JOURNAL-FILE.
           CLOSE ITEM-FILE.
           CLOSE INVENTORY-HISTORY-FILE.
           DISPLAY RECEIPTS-POSTED " RECEIPT(S) AND "
               RETURNS-POSTED " RETURN(S) POSTED THIS SESSION".

               READ PO-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO PO-FOUND.
           IF PO-FOUND = "Y" AND PO-NUMBER NOT = 99999
               AND PO-STATUS-DRAFT
               DISPLAY "** PO " PO-NUMBER " IS A DRAFT - IT NEEDS "
                   "APPROVAL IN POAPR01 BEFORE IT CAN RECEIVE **"
               MOVE "N" TO PO-FOUND.
           IF PO-FOUND = "Y" AND PO-NUMBER NOT = 99999
               AND NOT PO-TAKES-RECEIPTS
               DISPLAY "** PO " PO-NUMBER " IS "
               MOVE "A" TO RCPT-INSPECTION-STATUS
               MOVE ENTERED-QUANTITY TO RCPT-ACCEPTED-QTY.
           MOVE ZEROES TO RCPT-INSPECTED-DATE.
           MOVE "N" TO RCPT-ERS-SETTLED.
           MOVE ZEROES TO RCPT-ERS-VOUCHER.
           MOVE ZEROES TO RCPT-LANDED-COST.
           WRITE RECEIPT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING RECEIPT RECORD".
               DISPLAY "ERROR REWRITING PO LINE RECORD".
           DISPLAY "LINE " POLN-LINE-NUMBER " NOW RECEIVED "
               POLN-RECEIVED-QTY " OF " POLN-QUANTITY " ORDERED".
           IF POLN-ITEM-NUMBER NOT = SPACES
               PERFORM POST-RECEIPT-TO-STOCK.

      *-------------------------------------------------------------
      * A straight receipt moves stock on its delivery date; an
      * inspection release moves it the day QC passed it.
      *-------------------------------------------------------------
       POST-RECEIPT-TO-STOCK.
           MOVE "R" TO INV-POST-TYPE.
           IF RCPT-INSPECTED-DATE NOT = ZEROES
               MOVE RCPT-INSPECTED-DATE TO INV-POST-DATE
           ELSE
               MOVE RCPT-DATE TO INV-POST-DATE.
           MOVE ENTERED-QUANTITY TO INV-POST-QUANTITY.
           MOVE ENTERED-AMOUNT TO INV-POST-VALUE.
           PERFORM POST-LINE-TO-STOCK.

       POST-LINE-TO-STOCK.
           MOVE POLN-ITEM-NUMBER TO INV-POST-ITEM.
           MOVE "N" TO INV-POST-AT-AVERAGE.
           MOVE PO-NUMBER TO INV-POST-PO-NUMBER.
           MOVE POLN-LINE-NUMBER TO INV-POST-PO-LINE.
           MOVE RCPT-SEQUENCE TO INV-POST-RECEIPT-SEQ.
           MOVE SPACES TO INV-POST-JOB.
           MOVE RCPT-REFERENCE TO INV-POST-REASON.
           MOVE ZEROES TO INV-POST-GL-ACCOUNT.
           MOVE OPERATOR-ID TO INV-POST-OPERATOR.
           MOVE "RCVENT01" TO INV-POST-PROGRAM.
           PERFORM POST-INVENTORY-MOVEMENT.
           IF INV-ITEM-POSTED = "Y"
               DISPLAY "ITEM " ITEM-NUMBER " NOW " ITEM-ON-HAND-QTY
                   " ON HAND AT " ITEM-LOCATION.

      *****************************************************
      *              RETURN TO VENDOR
           MOVE "A" TO RCPT-INSPECTION-STATUS.
           MOVE ENTERED-QUANTITY TO RCPT-ACCEPTED-QTY.
           MOVE ZEROES TO RCPT-INSPECTED-DATE.
           MOVE "N" TO RCPT-ERS-SETTLED.
           MOVE ZEROES TO RCPT-ERS-VOUCHER.
           MOVE ZEROES TO RCPT-LANDED-COST.
           WRITE RECEIPT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING RETURN RECORD".
           REWRITE PO-LINE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PO LINE RECORD".
           IF POLN-ITEM-NUMBER NOT = SPACES
               PERFORM POST-RETURN-FROM-STOCK.

      *-------------------------------------------------------------
      * The goods leave stock at the value being credited back,
      * which re-averages what stays on the shelf.
      *-------------------------------------------------------------
       POST-RETURN-FROM-STOCK.
           MOVE "T" TO INV-POST-TYPE.
           MOVE RECEIPT-DATE-CCYYMMDD TO INV-POST-DATE.
           COMPUTE INV-POST-QUANTITY = ENTERED-QUANTITY * -1.
           COMPUTE INV-POST-VALUE = ENTERED-AMOUNT * -1.
           PERFORM POST-LINE-TO-STOCK.

      *****************************************************
      *           INSPECTION RELEASE
           MOVE "USD" TO VOUCHER-CURRENCY-CODE.
           MOVE "N" TO VOUCHER-PREPAYMENT.
           MOVE SPACES TO VOUCHER-ON-BEHALF-OF.
           MOVE "RCVENT01" TO VOUCHER-ENTERED-BY.
           MOVE TODAY-CCYYMMDD TO VOUCHER-ENTERED-DATE.
           MOVE PO-VENDOR TO VOUCHER-VENDOR.
           MOVE SPACES TO VOUCHER-INVOICE.
           STRING "RTV-" PO-NUMBER "-" RCPT-SEQUENCE
           COPY "PLSGNON1.CBL".

           COPY "PLAUDJ01.CBL".

           COPY "PLINV01.CBL".
