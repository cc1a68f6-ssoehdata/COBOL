           MOVE "N" TO VOUCHER-PREPAYMENT.
           MOVE SPACES TO VOUCHER-ON-BEHALF-OF.
           MOVE "N" TO VOUCHER-USE-TAX-REMITTED.
           MOVE "USTREM01" TO VOUCHER-ENTERED-BY.
           MOVE TODAY-CCYYMMDD TO VOUCHER-ENTERED-DATE.
           MOVE STATE-REMIT-VENDOR TO VOUCHER-VENDOR.
           MOVE SPACES TO VOUCHER-INVOICE.
           STRING "USTAX-" JUR-CODE (JUR-SUB) "-" TO-CCYYMM
