       77  OK-TO-DELETE                PIC X.
       77  RECORD-FOUND                PIC X.
       77  WHICH-FIELD                 PIC 99.
           88 WHICH-FIELD-IS-VALID     VALUES 0 THRU 9.

       77  PASSWORD-SET-DATE           PIC 9(8).
       77  RIGHTS-ANSWER                PIC X.
           PERFORM ENTER-OPERATOR-PAYMENT-RIGHTS.
           PERFORM ENTER-OPERATOR-VENDOR-RIGHTS.
           PERFORM ENTER-OPERATOR-APPROVAL-RIGHTS.
           PERFORM ENTER-OPERATOR-DEPARTMENT.
           PERFORM ENTER-OPERATOR-REQ-APPROVER.
           PERFORM ENTER-OPERATOR-COMPLIANCE-RIGHTS.
           PERFORM ENTER-OPERATOR-PASSWORD.

      *****************************************************

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-9) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
               PERFORM ENTER-OPERATOR-PASSWORD
           ELSE
           IF WHICH-FIELD = 6
               PERFORM RESET-OPERATOR-LOCKOUT
           ELSE
           IF WHICH-FIELD = 7
               PERFORM ENTER-OPERATOR-DEPARTMENT
           ELSE
           IF WHICH-FIELD = 8
               PERFORM ENTER-OPERATOR-REQ-APPROVER
           ELSE
           IF WHICH-FIELD = 9
               PERFORM ENTER-OPERATOR-COMPLIANCE-RIGHTS.

           PERFORM REWRITE-OPERATOR-RECORD.

           MOVE "N" TO OPERATOR-PAYMENT-RIGHTS.
           MOVE "N" TO OPERATOR-VENDOR-RIGHTS.
           MOVE "N" TO OPERATOR-APPROVAL-RIGHTS.
           MOVE "N" TO OPERATOR-REQ-APPROVER.
           MOVE "N" TO OPERATOR-COMPLIANCE-RIGHTS.

       ENTER-OPERATOR-ID.
           PERFORM ACCEPT-OPERATOR-ID.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OPERATOR-APPROVAL-RIGHTS.

       ENTER-OPERATOR-DEPARTMENT.
           DISPLAY "ENTER THE OPERATOR'S DEPARTMENT CODE".
           DISPLAY "(UP TO 4 CHARACTERS, BLANK FOR NONE)".
           MOVE SPACE TO OPERATOR-DEPARTMENT.
           ACCEPT OPERATOR-DEPARTMENT.
           INSPECT OPERATOR-DEPARTMENT
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

      *-------------------------------------------------------------
      * Requisition sign-off is for a department, so an operator
      * with no department can't be given it.
      *-------------------------------------------------------------
       ENTER-OPERATOR-REQ-APPROVER.
           IF OPERATOR-DEPARTMENT = SPACES
               MOVE "N" TO OPERATOR-REQ-APPROVER
           ELSE
               PERFORM ACCEPT-OPERATOR-REQ-APPROVER
               PERFORM RE-ACCEPT-OPERATOR-REQ-APPROVER
                   UNTIL OPERATOR-REQ-APPROVER = "Y" OR "N".

       ACCEPT-OPERATOR-REQ-APPROVER.
           DISPLAY "MAY THIS OPERATOR APPROVE REQUISITIONS FOR "
               "DEPARTMENT " OPERATOR-DEPARTMENT " (Y/N)?".
           ACCEPT RIGHTS-ANSWER.
           INSPECT RIGHTS-ANSWER
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           MOVE RIGHTS-ANSWER TO OPERATOR-REQ-APPROVER.

       RE-ACCEPT-OPERATOR-REQ-APPROVER.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OPERATOR-REQ-APPROVER.

       ENTER-OPERATOR-COMPLIANCE-RIGHTS.
           PERFORM ACCEPT-OPERATOR-COMPLIANCE-RIGHTS.
           PERFORM RE-ACCEPT-OPERATOR-COMPLIANCE-RIGHTS
               UNTIL OPERATOR-COMPLIANCE-RIGHTS = "Y" OR "N".

       ACCEPT-OPERATOR-COMPLIANCE-RIGHTS.
           DISPLAY "MAY THIS OPERATOR DECIDE SANCTIONS MATCHES (Y/N)?".
           ACCEPT RIGHTS-ANSWER.
           INSPECT RIGHTS-ANSWER
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           MOVE RIGHTS-ANSWER TO OPERATOR-COMPLIANCE-RIGHTS.

       RE-ACCEPT-OPERATOR-COMPLIANCE-RIGHTS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OPERATOR-COMPLIANCE-RIGHTS.

      *-------------------------------------------------------------
      * The password itself is never displayed - only whether one
      * is set, when it last changed, and the lockout state.
               OPERATOR-PASSWORD-CHANGED-DATE.
           DISPLAY "6  LOCKED (FAILED ATTEMPTS): "
               OPERATOR-LOCKED " (" OPERATOR-FAILED-ATTEMPTS ")".
           DISPLAY "7  DEPARTMENT      : " OPERATOR-DEPARTMENT.
           DISPLAY "8  REQ APPROVER    : " OPERATOR-REQ-APPROVER.
           DISPLAY "9  COMPLIANCE      : "
               OPERATOR-COMPLIANCE-RIGHTS.
           DISPLAY " ".

      ***********************************************
