           MOVE RECUR-DESCRIPTION TO VOUCHER-FOR.
           MOVE RECUR-AMOUNT TO VOUCHER-AMOUNT.
           MOVE TODAY-CCYYMMDD TO VOUCHER-DATE.
           MOVE TODAY-CCYYMMDD TO VOUCHER-ENTERED-DATE.
           MOVE RECUR-DUE-DAY TO GENERATED-DUE-DAY.
           PERFORM CLAMP-THE-DUE-DAY.
           COMPUTE VOUCHER-DUE =
           PERFORM ROLL-DUE-TO-BUSINESS-DAY.
           MOVE SPACES TO VOUCHER-EXPENSE-CATEGORY.
           MOVE RECUR-GL-ACCOUNT-NUMBER TO VOUCHER-GL-ACCOUNT-NUMBER.
           MOVE RECUR-CCA-CODE TO VOUCHER-CCA-CODE.
           MOVE "RECGEN01" TO VOUCHER-ENTERED-BY.
           MOVE "N" TO VOUCHER-SELECTED.
           PERFORM WRITE-VOUCHER-RECORD.
           ADD 1 TO TEMPLATES-GENERATED.
