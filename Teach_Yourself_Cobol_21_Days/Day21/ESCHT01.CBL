           MOVE "N" TO VOUCHER-CREDIT-MEMO.
           MOVE "N" TO VOUCHER-PREPAYMENT.
           MOVE SPACES TO VOUCHER-ON-BEHALF-OF.
           MOVE "ESCHT01" TO VOUCHER-ENTERED-BY.
           MOVE TODAY-CCYYMMDD TO VOUCHER-ENTERED-DATE.
           MOVE STATE-VENDOR-NUMBER TO VOUCHER-VENDOR.
           MOVE SPACES TO VOUCHER-INVOICE.
           STRING "ESCH-" REMIT-STATE "-" TODAY-CCYYMMDD(1:6)
