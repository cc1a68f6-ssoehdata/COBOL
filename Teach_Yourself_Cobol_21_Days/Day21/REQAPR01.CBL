      * Purchase requisition approval - department sign-off
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQAPR01.
      *-------------------------------------------------------------
      * The department's say on what its people ask purchasing
      * to buy, before a buyer ever spends time on it. Signs on
      * an approver against OPERATOR-FILE, refusing anyone who
      * isn't a requisition approver (OPERATOR-REQ-APPROVER) for
      * a department, then walks that department's PENDING
      * requisitions in number order, showing each one's header
      * and lines. The approver Approves it (stamping
      * APPROVED-BY/APPROVAL-DATE), Rejects it with a reason, or
      * Skips it for later. An approver's own requisitions are
      * passed over - someone else in the department has to
      * sign those. Approved requisitions are turned into POs
      * by REQCNV01.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLREQ01.CBL".

           COPY "SLRQLN01.CBL".

           COPY "SLVND02.CBL".

           COPY "SLOPER01.CBL".

           COPY "SLSGNLOG.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDREQ01.CBL".

           COPY "FDRQLN01.CBL".

           COPY "FDVND04.CBL".

           COPY "FDOPER01.CBL".

           COPY "FDSGNLOG.CBL".

       WORKING-STORAGE SECTION.

       77  APPROVER-ID                 PIC X(8).
       77  APPROVER-DEPARTMENT         PIC X(4).

       77  REQ-FILE-AT-END             PIC X.
       77  LINE-FILE-AT-END            PIC X.
       77  APPROVAL-ACTION             PIC X.
           88 APPROVAL-ACTION-IS-VALID VALUES "A", "R", "S", "Q".
       77  TODAY-CCYYMMDD              PIC 9(8).

       77  REQS-SHOWN                  PIC 9(5) VALUE ZERO.
       77  REQS-APPROVED               PIC 9(5) VALUE ZERO.
       77  REQS-REJECTED               PIC 9(5) VALUE ZERO.

           COPY "WSCASE01.CBL".

           COPY "WSSGNON1.CBL".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM SIGN-ON.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN I-O REQUISITION-FILE.
           OPEN INPUT REQ-LINE-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN I-O OPERATOR-FILE.
           OPEN EXTEND SIGNON-LOG-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE REQUISITION-FILE.
           CLOSE REQ-LINE-FILE.
           CLOSE VENDOR-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE SIGNON-LOG-FILE.
           DISPLAY REQS-SHOWN " REQUISITION(S) REVIEWED, "
               REQS-APPROVED " APPROVED, "
               REQS-REJECTED " REJECTED".

       SIGN-ON.
           MOVE "REQAPR01" TO SIGN-ON-PROGRAM.
           PERFORM OPERATOR-SIGN-ON.
           PERFORM REFUSE-NON-APPROVERS
               UNTIL OPERATOR-APPROVES-REQS
                 AND OPERATOR-DEPARTMENT NOT = SPACES.
           MOVE OPERATOR-ID TO APPROVER-ID.
           MOVE OPERATOR-DEPARTMENT TO APPROVER-DEPARTMENT.

       REFUSE-NON-APPROVERS.
           DISPLAY "YOU ARE NOT AUTHORIZED TO APPROVE "
               "REQUISITIONS".
           PERFORM OPERATOR-SIGN-ON.
      *****************************************************
      *   Walk the department's pending requisitions
      *****************************************************
      *-------------------------------------------------------------
      * Q on any requisition ends the session; the rest stay
      * pending for the next time.
      *-------------------------------------------------------------
       MAIN-PROCESS.
           DISPLAY "PENDING REQUISITIONS FOR DEPARTMENT "
               APPROVER-DEPARTMENT.
           MOVE ZEROES TO REQ-NUMBER.
           MOVE "N" TO REQ-FILE-AT-END.
           MOVE SPACE TO APPROVAL-ACTION.
           START REQUISITION-FILE
               KEY NOT < REQ-NUMBER
               INVALID KEY
                   MOVE "Y" TO REQ-FILE-AT-END.
           PERFORM READ-NEXT-REQUISITION.
           PERFORM REVIEW-ONE-REQUISITION
               UNTIL REQ-FILE-AT-END = "Y".
           IF REQS-SHOWN = ZEROES
               DISPLAY "NOTHING IS WAITING ON YOUR APPROVAL".

       READ-NEXT-REQUISITION.
           IF REQ-FILE-AT-END NOT = "Y"
               READ REQUISITION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO REQ-FILE-AT-END.

       REVIEW-ONE-REQUISITION.
           IF REQ-IS-PENDING
              AND REQ-DEPARTMENT = APPROVER-DEPARTMENT
              AND REQ-REQUESTER NOT = APPROVER-ID
               ADD 1 TO REQS-SHOWN
               PERFORM DISPLAY-REQ-DETAIL
               PERFORM GET-APPROVAL-ACTION
               PERFORM APPLY-APPROVAL-ACTION.
           IF APPROVAL-ACTION = "Q"
               MOVE "Y" TO REQ-FILE-AT-END
           ELSE
               PERFORM READ-NEXT-REQUISITION.

       DISPLAY-REQ-DETAIL.
           DISPLAY " ".
           DISPLAY "REQUISITION " REQ-NUMBER
               "   REQUESTED BY " REQ-REQUESTER
               " ON " REQ-ENTERED-DATE.
           DISPLAY "NEEDED BY " REQ-NEED-BY-DATE
               "   GL ACCOUNT " REQ-GL-ACCOUNT
               "   ESTIMATE " REQ-ESTIMATED-AMOUNT.
           IF REQ-VENDOR = ZEROES
               DISPLAY "NO VENDOR SUGGESTED"
           ELSE
               PERFORM DISPLAY-SUGGESTED-VENDOR.
           PERFORM DISPLAY-REQ-LINES.

       DISPLAY-SUGGESTED-VENDOR.
           MOVE REQ-VENDOR TO VENDOR-NUMBER.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO VENDOR-NAME.
           DISPLAY "SUGGESTED VENDOR " REQ-VENDOR " " VENDOR-NAME.

       DISPLAY-REQ-LINES.
           MOVE REQ-NUMBER TO RQLN-REQ-NUMBER.
           MOVE ZEROES TO RQLN-LINE-NUMBER.
           MOVE "N" TO LINE-FILE-AT-END.
           START REQ-LINE-FILE
               KEY NOT < RQLN-KEY
               INVALID KEY
                   MOVE "Y" TO LINE-FILE-AT-END.
           PERFORM READ-NEXT-REQ-LINE.
           PERFORM DISPLAY-ONE-REQ-LINE
               UNTIL LINE-FILE-AT-END = "Y".

       READ-NEXT-REQ-LINE.
           IF LINE-FILE-AT-END NOT = "Y"
               READ REQ-LINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO LINE-FILE-AT-END.
           IF LINE-FILE-AT-END NOT = "Y"
              AND RQLN-REQ-NUMBER NOT = REQ-NUMBER
               MOVE "Y" TO LINE-FILE-AT-END.

       DISPLAY-ONE-REQ-LINE.
           DISPLAY "  " RQLN-LINE-NUMBER " " RQLN-ITEM-NUMBER " "
               RQLN-DESCRIPTION.
           DISPLAY "      QTY " RQLN-QUANTITY
               " @ " RQLN-UNIT-PRICE
               " = " RQLN-EXTENDED-AMOUNT.
           PERFORM READ-NEXT-REQ-LINE.

       GET-APPROVAL-ACTION.
           PERFORM ACCEPT-APPROVAL-ACTION.
           PERFORM RE-ACCEPT-APPROVAL-ACTION
               UNTIL APPROVAL-ACTION-IS-VALID.

       ACCEPT-APPROVAL-ACTION.
           DISPLAY "A)PPROVE, R)EJECT, S)KIP OR Q)UIT?".
           ACCEPT APPROVAL-ACTION.
           INSPECT APPROVAL-ACTION
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-APPROVAL-ACTION.
           DISPLAY "YOU MUST ENTER A, R, S OR Q".
           PERFORM ACCEPT-APPROVAL-ACTION.

       APPLY-APPROVAL-ACTION.
           IF APPROVAL-ACTION = "A"
               MOVE "A" TO REQ-STATUS
               MOVE APPROVER-ID TO REQ-APPROVED-BY
               MOVE TODAY-CCYYMMDD TO REQ-APPROVAL-DATE
               PERFORM REWRITE-REQUISITION-RECORD
               ADD 1 TO REQS-APPROVED
           ELSE
           IF APPROVAL-ACTION = "R"
               PERFORM ENTER-REJECT-REASON
               MOVE "R" TO REQ-STATUS
               MOVE APPROVER-ID TO REQ-APPROVED-BY
               MOVE TODAY-CCYYMMDD TO REQ-APPROVAL-DATE
               PERFORM REWRITE-REQUISITION-RECORD
               ADD 1 TO REQS-REJECTED.

      *-------------------------------------------------------------
      * The requester is owed a reason, so one must be given.
      *-------------------------------------------------------------
       ENTER-REJECT-REASON.
           PERFORM ACCEPT-REJECT-REASON.
           PERFORM RE-ACCEPT-REJECT-REASON
               UNTIL REQ-REJECT-REASON NOT = SPACES.

       ACCEPT-REJECT-REASON.
           DISPLAY "ENTER THE REASON FOR REJECTING IT".
           MOVE SPACE TO REQ-REJECT-REASON.
           ACCEPT REQ-REJECT-REASON.
           INSPECT REQ-REJECT-REASON
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-REJECT-REASON.
           DISPLAY "A REASON MUST BE ENTERED".
           PERFORM ACCEPT-REJECT-REASON.
      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       REWRITE-REQUISITION-RECORD.
           REWRITE REQUISITION-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING REQUISITION RECORD".

           COPY "PLSGNON1.CBL".
