           MOVE LOAD-PO-NUMBER TO VOUCHER-PO-NUMBER.
           MOVE "N" TO VOUCHER-SELECTED.
           MOVE "N" TO VOUCHER-CREDIT-MEMO.
           MOVE TODAY-CCYYMMDD TO VOUCHER-ENTERED-DATE.
           WRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING VOUCHER RECORD".
