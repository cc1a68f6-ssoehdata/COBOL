           MOVE RUN-BANK-CODE TO CHKREG-BANK-ACCOUNT.
           MOVE SPACE TO CHKREG-ESCHEAT-STAGE.
           MOVE ZEROES TO CHKREG-ESCHEAT-DATE.
           MOVE ZEROES TO CHKREG-STOP-REQ-DATE.
           MOVE SPACES TO CHKREG-STOP-REASON.
           MOVE ZEROES TO CHKREG-STOP-CONF-DATE.
           MOVE SPACES TO CHKREG-STOP-REFERENCE.
           WRITE CHECK-REGISTER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING CHECK REGISTER RECORD".
