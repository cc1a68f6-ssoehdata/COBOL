      * threshold on the control record. RCVENT01 refuses to
      * post receipts against an unapproved PO at or above the
      * threshold. Approvals are journaled with before/after
      * images under the PO file name. Approving a DRAFT PO -
      * one ITMSUG01 built from the reorder suggestions - also
      * opens it, whatever its amount, so it can be received.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           IF PO-ORDERED-AMOUNT NOT < CONTROL-PO-APPR-THRESHOLD
               DISPLAY "*** AT OR ABOVE THE PO APPROVAL "
                   "THRESHOLD ***".
           IF PO-STATUS-DRAFT
               DISPLAY "*** DRAFT BUILT FROM REORDER SUGGESTIONS - "
                   "APPROVING IT OPENS IT ***".

       ASK-OK-TO-APPROVE.
           PERFORM ACCEPT-OK-TO-APPROVE.
           MOVE "Y" TO PO-APPROVAL-STATUS.
           MOVE APPROVER-ID TO PO-APPROVED-BY.
           MOVE TODAY-CCYYMMDD TO PO-APPROVAL-DATE.
           IF PO-STATUS-DRAFT
               MOVE "O" TO PO-STATUS.
      *****************************************************
      *              SET THRESHOLD MODE
      *****************************************************
