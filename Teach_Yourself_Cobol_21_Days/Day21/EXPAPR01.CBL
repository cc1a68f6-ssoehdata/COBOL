      * Employee expense report approval - over-policy sign-off
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPAPR01.
      *-------------------------------------------------------------
      * The department's say on expense claims that go past
      * policy - the ones EXPENT01 could not approve as filed.
      * Signs on an approver against OPERATOR-FILE, refusing
      * anyone who isn't their department's approver
      * (OPERATOR-REQ-APPROVER - the same manager who signs off
      * the department's requisitions in REQAPR01), then walks
      * that department's PENDING expense reports in number
      * order, showing each one's header and lines with the
      * over-limit lines marked and what policy allows for
      * them. The approver Approves it as claimed, Limits it -
      * cutting every over-limit line back to what policy
      * allows and approving the rest as claimed - Rejects it
      * with a reason, or Skips it for later. An approver's own
      * reports are passed over - someone else in the department
      * has to sign those. Approved reports are turned into
      * vouchers by EXPVCH01.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLEXP01.CBL".

           COPY "SLEXL01.CBL".

           COPY "SLVND02.CBL".

           COPY "SLOPER01.CBL".

           COPY "SLSGNLOG.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDEXP01.CBL".

           COPY "FDEXL01.CBL".

           COPY "FDVND04.CBL".

           COPY "FDOPER01.CBL".

           COPY "FDSGNLOG.CBL".

       WORKING-STORAGE SECTION.

       77  APPROVER-ID                 PIC X(8).
       77  APPROVER-DEPARTMENT         PIC X(4).

       77  EXP-FILE-AT-END             PIC X.
       77  LINE-FILE-AT-END            PIC X.
       77  APPROVAL-ACTION             PIC X.
           88 APPROVAL-ACTION-IS-VALID VALUES "A", "L", "R", "S",
                                              "Q".
       77  OVER-LIMIT-MARK             PIC X(11).
       77  LIMITED-TOTAL               PIC S9(9)V99.
       77  TODAY-CCYYMMDD              PIC 9(8).

       77  REPORTS-SHOWN               PIC 9(5) VALUE ZERO.
       77  REPORTS-APPROVED            PIC 9(5) VALUE ZERO.
       77  REPORTS-LIMITED             PIC 9(5) VALUE ZERO.
       77  REPORTS-REJECTED            PIC 9(5) VALUE ZERO.

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
           OPEN I-O EXPENSE-REPORT-FILE.
           OPEN I-O EXPENSE-LINE-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN I-O OPERATOR-FILE.
           OPEN EXTEND SIGNON-LOG-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE EXPENSE-REPORT-FILE.
           CLOSE EXPENSE-LINE-FILE.
           CLOSE VENDOR-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE SIGNON-LOG-FILE.
           DISPLAY REPORTS-SHOWN " EXPENSE REPORT(S) REVIEWED, "
               REPORTS-APPROVED " APPROVED, "
               REPORTS-LIMITED " LIMITED TO POLICY, "
               REPORTS-REJECTED " REJECTED".

       SIGN-ON.
           MOVE "EXPAPR01" TO SIGN-ON-PROGRAM.
           PERFORM OPERATOR-SIGN-ON.
           PERFORM REFUSE-NON-APPROVERS
               UNTIL OPERATOR-APPROVES-REQS
                 AND OPERATOR-DEPARTMENT NOT = SPACES.
           MOVE OPERATOR-ID TO APPROVER-ID.
           MOVE OPERATOR-DEPARTMENT TO APPROVER-DEPARTMENT.

       REFUSE-NON-APPROVERS.
           DISPLAY "YOU ARE NOT AUTHORIZED TO APPROVE "
               "EXPENSE REPORTS".
           PERFORM OPERATOR-SIGN-ON.
      *****************************************************
      *   Walk the department's pending expense reports
      *****************************************************
      *-------------------------------------------------------------
      * Q on any report ends the session; the rest stay pending
      * for the next time.
      *-------------------------------------------------------------
       MAIN-PROCESS.
           DISPLAY "PENDING EXPENSE REPORTS FOR DEPARTMENT "
               APPROVER-DEPARTMENT.
           MOVE ZEROES TO EXP-NUMBER.
           MOVE "N" TO EXP-FILE-AT-END.
           MOVE SPACE TO APPROVAL-ACTION.
           START EXPENSE-REPORT-FILE
               KEY NOT < EXP-NUMBER
               INVALID KEY
                   MOVE "Y" TO EXP-FILE-AT-END.
           PERFORM READ-NEXT-EXPENSE-REPORT.
           PERFORM REVIEW-ONE-EXPENSE-REPORT
               UNTIL EXP-FILE-AT-END = "Y".
           IF REPORTS-SHOWN = ZEROES
               DISPLAY "NOTHING IS WAITING ON YOUR APPROVAL".

       READ-NEXT-EXPENSE-REPORT.
           IF EXP-FILE-AT-END NOT = "Y"
               READ EXPENSE-REPORT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EXP-FILE-AT-END.

       REVIEW-ONE-EXPENSE-REPORT.
           IF EXP-IS-PENDING
              AND EXP-DEPARTMENT = APPROVER-DEPARTMENT
              AND EXP-ENTERED-BY NOT = APPROVER-ID
               ADD 1 TO REPORTS-SHOWN
               PERFORM DISPLAY-EXP-DETAIL
               PERFORM GET-APPROVAL-ACTION
               PERFORM APPLY-APPROVAL-ACTION.
           IF APPROVAL-ACTION = "Q"
               MOVE "Y" TO EXP-FILE-AT-END
           ELSE
               PERFORM READ-NEXT-EXPENSE-REPORT.

       DISPLAY-EXP-DETAIL.
           DISPLAY " ".
           DISPLAY "EXPENSE REPORT " EXP-NUMBER
               "   ENTERED BY " EXP-ENTERED-BY
               " ON " EXP-ENTERED-DATE.
           MOVE EXP-EMPLOYEE-VENDOR TO VENDOR-NUMBER.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO VENDOR-NAME.
           DISPLAY "PAY TO " EXP-EMPLOYEE-VENDOR " " VENDOR-NAME.
           DISPLAY "FOR " EXP-PURPOSE.
           DISPLAY "CLAIMED " EXP-CLAIMED-AMOUNT
               "   " EXP-OVER-LIMIT-COUNT " LINE(S) OVER POLICY".
           MOVE "D" TO APPROVAL-ACTION.
           PERFORM WALK-EXP-LINES.

      *-------------------------------------------------------------
      * The lines are walked once to show them and, on a Limit,
      * once more to cut the over-limit ones back - the action
      * says which.
      *-------------------------------------------------------------
       WALK-EXP-LINES.
           MOVE EXP-NUMBER TO EXL-REPORT-NUMBER.
           MOVE ZEROES TO EXL-LINE-NUMBER.
           MOVE "N" TO LINE-FILE-AT-END.
           START EXPENSE-LINE-FILE
               KEY NOT < EXL-KEY
               INVALID KEY
                   MOVE "Y" TO LINE-FILE-AT-END.
           PERFORM READ-NEXT-EXP-LINE.
           PERFORM DO-ONE-EXP-LINE
               UNTIL LINE-FILE-AT-END = "Y".

       READ-NEXT-EXP-LINE.
           IF LINE-FILE-AT-END NOT = "Y"
               READ EXPENSE-LINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO LINE-FILE-AT-END.
           IF LINE-FILE-AT-END NOT = "Y"
              AND EXL-REPORT-NUMBER NOT = EXP-NUMBER
               MOVE "Y" TO LINE-FILE-AT-END.

       DO-ONE-EXP-LINE.
           IF APPROVAL-ACTION = "L"
               PERFORM LIMIT-ONE-EXP-LINE
           ELSE
               PERFORM DISPLAY-ONE-EXP-LINE.
           PERFORM READ-NEXT-EXP-LINE.

       DISPLAY-ONE-EXP-LINE.
           IF EXL-IS-OVER-LIMIT
               MOVE "OVER POLICY" TO OVER-LIMIT-MARK
           ELSE
               MOVE SPACES TO OVER-LIMIT-MARK.
           DISPLAY "  " EXL-LINE-NUMBER " " EXL-DATE " " EXL-TYPE
               " " EXL-DESCRIPTION.
           DISPLAY "      GL " EXL-GL-ACCOUNT
               " RECEIPT " EXL-RECEIPT
               " CLAIMED " EXL-AMOUNT
               " ALLOWED " EXL-LIMIT " " OVER-LIMIT-MARK.

       LIMIT-ONE-EXP-LINE.
           IF EXL-IS-OVER-LIMIT
               MOVE EXL-LIMIT TO EXL-APPROVED-AMOUNT
               PERFORM REWRITE-EXPENSE-LINE-RECORD.
           ADD EXL-APPROVED-AMOUNT TO LIMITED-TOTAL.

       GET-APPROVAL-ACTION.
           PERFORM ACCEPT-APPROVAL-ACTION.
           PERFORM RE-ACCEPT-APPROVAL-ACTION
               UNTIL APPROVAL-ACTION-IS-VALID.

       ACCEPT-APPROVAL-ACTION.
           DISPLAY "A)PPROVE AS CLAIMED, L)IMIT TO POLICY, "
               "R)EJECT, S)KIP OR Q)UIT?".
           ACCEPT APPROVAL-ACTION.
           INSPECT APPROVAL-ACTION
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-APPROVAL-ACTION.
           DISPLAY "YOU MUST ENTER A, L, R, S OR Q".
           PERFORM ACCEPT-APPROVAL-ACTION.

       APPLY-APPROVAL-ACTION.
           IF APPROVAL-ACTION = "A"
               MOVE EXP-CLAIMED-AMOUNT TO EXP-APPROVED-AMOUNT
               PERFORM STAMP-THE-APPROVAL
               ADD 1 TO REPORTS-APPROVED
           ELSE
           IF APPROVAL-ACTION = "L"
               MOVE ZEROES TO LIMITED-TOTAL
               PERFORM WALK-EXP-LINES
               MOVE LIMITED-TOTAL TO EXP-APPROVED-AMOUNT
               PERFORM STAMP-THE-APPROVAL
               DISPLAY "APPROVED FOR " EXP-APPROVED-AMOUNT
               ADD 1 TO REPORTS-LIMITED
           ELSE
           IF APPROVAL-ACTION = "R"
               PERFORM ENTER-REJECT-REASON
               MOVE "R" TO EXP-STATUS
               MOVE APPROVER-ID TO EXP-APPROVED-BY
               MOVE TODAY-CCYYMMDD TO EXP-APPROVAL-DATE
               PERFORM REWRITE-EXPENSE-REPORT-RECORD
               ADD 1 TO REPORTS-REJECTED.

       STAMP-THE-APPROVAL.
           MOVE "A" TO EXP-STATUS.
           MOVE APPROVER-ID TO EXP-APPROVED-BY.
           MOVE TODAY-CCYYMMDD TO EXP-APPROVAL-DATE.
           PERFORM REWRITE-EXPENSE-REPORT-RECORD.

      *-------------------------------------------------------------
      * The employee is owed a reason, so one must be given.
      *-------------------------------------------------------------
       ENTER-REJECT-REASON.
           PERFORM ACCEPT-REJECT-REASON.
           PERFORM RE-ACCEPT-REJECT-REASON
               UNTIL EXP-REJECT-REASON NOT = SPACES.

       ACCEPT-REJECT-REASON.
           DISPLAY "ENTER THE REASON FOR REJECTING IT".
           MOVE SPACE TO EXP-REJECT-REASON.
           ACCEPT EXP-REJECT-REASON.
           INSPECT EXP-REJECT-REASON
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-REJECT-REASON.
           DISPLAY "A REASON MUST BE ENTERED".
           PERFORM ACCEPT-REJECT-REASON.
      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       REWRITE-EXPENSE-REPORT-RECORD.
           REWRITE EXPENSE-REPORT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING EXPENSE REPORT RECORD".

       REWRITE-EXPENSE-LINE-RECORD.
           REWRITE EXPENSE-LINE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING EXPENSE LINE RECORD".

           COPY "PLSGNON1.CBL".
