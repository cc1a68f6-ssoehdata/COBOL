      * Employee expense report entry
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPENT01.
      *-------------------------------------------------------------
      * Where an employee claims back what they spent on the
      * company's behalf, instead of handing the clerk a stack
      * of receipts and a voucher request. The employee signs
      * on - the sign-on is the record of who claimed - and
      * keys the department (defaulted from their operator
      * record), the vendor record they are reimbursed through,
      * what the trip or purpose was, and the dated lines: an
      * expense type off EXTMNT01's table, what it was, the GL
      * account (defaulted from the type), whether a receipt is
      * attached, and the amount - or, for a mileage type, the
      * miles driven, priced at the type's standard rate.
      * Each line is checked against the type's policy limits as
      * it is keyed: the per diem, counting the earlier lines of
      * the same type on the same date, and the receipt limit
      * when no receipt is attached. The employee is told when a
      * line is over. A report with every line inside policy is
      * APPROVED as it is filed; one with any line over goes on
      * file PENDING for the department's approver in EXPAPR01.
      * The report takes the next CONTROL-LAST-EXPENSE-REPORT
      * number, and EXPVCH01 turns it into a voucher once it is
      * approved. An employee can also withdraw a report of
      * their own that has not been vouchered yet.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLEXP01.CBL".

           COPY "SLEXL01.CBL".

           COPY "SLEXPT01.CBL".

           COPY "SLVND02.CBL".

           COPY "SLGLACT01.CBL".

           COPY "SLCONTRL.CBL".

           COPY "SLCTLLOG.CBL".

           COPY "SLOPER01.CBL".

           COPY "SLSGNLOG.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDEXP01.CBL".

           COPY "FDEXL01.CBL".

           COPY "FDEXPT01.CBL".

           COPY "FDVND04.CBL".

           COPY "FDGLACT01.CBL".

           COPY "FDCONTRL.CBL".

           COPY "FDCTLLOG.CBL".

           COPY "FDOPER01.CBL".

           COPY "FDSGNLOG.CBL".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 2.

       77  OK-TO-ADD                   PIC X.
       77  OK-TO-WITHDRAW              PIC X.
       77  RECORD-FOUND                PIC X.
       77  VENDOR-FOUND                PIC X.
       77  TYPE-FOUND                  PIC X.
       77  GL-ACCOUNT-FOUND            PIC X.
       77  LINE-DATE-OK                PIC X.
       77  NEXT-LINE-NUMBER            PIC 9(3).
       77  LINES-ON-REPORT             PIC 9(3).
       77  REPORT-TOTAL                PIC S9(9)V99.
       77  REPORT-APPROVED-TOTAL       PIC S9(9)V99.
       77  OVER-LIMIT-LINES            PIC 9(3).
       77  SAME-DAY-CLAIMED            PIC S9(9)V99.
       77  EXPENSE-REPORTS-ENTERED     PIC 9(5) VALUE ZERO.
       77  ENTERED-EXP-NUMBER          PIC 9(6).

       77  TODAY-CCYYMMDD              PIC 9(8).
       77  OLD-CONTROL-VALUE           PIC 9(8).
       77  CURRENT-TIME                PIC 9(8).

      *-------------------------------------------------------------
      * The lines already keyed on the report, held so the per
      * diem on a date counts everything of that type claimed
      * that day. A report is limited to the table's size.
      *-------------------------------------------------------------
       77  CLAIM-LINE-LIMIT            PIC 9(3) COMP VALUE 50.
       77  CLAIM-SUB                   PIC 9(3) COMP.

       01  CLAIM-TABLE.
           05 CLAIM-LINE OCCURS 50 TIMES.
              10 CLAIM-DATE            PIC 9(8).
              10 CLAIM-TYPE            PIC X(4).
              10 CLAIM-AMOUNT          PIC S9(7)V99.

           COPY "WSCASE01.CBL".

           COPY "WSDATE01.CBL".

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
           OPEN INPUT EXPENSE-TYPE-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT GLACCOUNT-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN EXTEND CONTROL-LOG-FILE.
           OPEN I-O OPERATOR-FILE.
           OPEN EXTEND SIGNON-LOG-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE EXPENSE-REPORT-FILE.
           CLOSE EXPENSE-LINE-FILE.
           CLOSE EXPENSE-TYPE-FILE.
           CLOSE VENDOR-FILE.
           CLOSE GLACCOUNT-FILE.
           CLOSE CONTROL-FILE.
           CLOSE CONTROL-LOG-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE SIGNON-LOG-FILE.
           DISPLAY EXPENSE-REPORTS-ENTERED
               " EXPENSE REPORT(S) ENTERED".

       SIGN-ON.
           MOVE "EXPENT01" TO SIGN-ON-PROGRAM.
           PERFORM OPERATOR-SIGN-ON.
      *----------------------------------------------------
      *                       MENU
      *----------------------------------------------------
       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM DO-THE-PICK
               UNTIL MENU-PICK = 0.

       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           DISPLAY " ".
           DISPLAY "1. ENTER AN EXPENSE REPORT".
           DISPLAY "2. WITHDRAW AN EXPENSE REPORT".
           DISPLAY "0. EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "ENTER YOUR CHOICE".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "YOU MUST ENTER 0, 1, OR 2".
           PERFORM ACCEPT-MENU-PICK.

       DO-THE-PICK.
           IF MENU-PICK = 1
               PERFORM ENTER-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM WITHDRAW-MODE.
           IF MENU-PICK NOT = 0
               PERFORM GET-MENU-PICK.
      *****************************************************
      *                  ENTER MODE
      *****************************************************
       ENTER-MODE.
           PERFORM GET-OK-TO-ADD.
           PERFORM ADD-ONE-EXPENSE-REPORT
               UNTIL OK-TO-ADD = "N".

       GET-OK-TO-ADD.
           PERFORM ACCEPT-OK-TO-ADD.
           PERFORM RE-ACCEPT-OK-TO-ADD
               UNTIL OK-TO-ADD = "Y" OR "N".

       ACCEPT-OK-TO-ADD.
           DISPLAY " ".
           DISPLAY "ENTER A NEW EXPENSE REPORT (Y/N)?".
           ACCEPT OK-TO-ADD.
           INSPECT OK-TO-ADD CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-OK-TO-ADD.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-ADD.

      *-------------------------------------------------------------
      * A report with nothing over policy needs nobody's say -
      * it is approved as filed, for what was claimed.
      *-------------------------------------------------------------
       ADD-ONE-EXPENSE-REPORT.
           PERFORM INIT-EXPENSE-REPORT-RECORD.
           PERFORM ENTER-EXP-DEPARTMENT.
           PERFORM ENTER-EXP-EMPLOYEE-VENDOR.
           PERFORM ENTER-EXP-PURPOSE.
           PERFORM RETRIEVE-NEXT-EXP-NUMBER.
           PERFORM ENTER-THE-EXP-LINES.
           IF LINES-ON-REPORT = ZEROES
               DISPLAY "NO LINES ENTERED - EXPENSE REPORT "
                   EXP-NUMBER " NOT WRITTEN"
           ELSE
               MOVE REPORT-TOTAL TO EXP-CLAIMED-AMOUNT
               MOVE REPORT-APPROVED-TOTAL TO EXP-APPROVED-AMOUNT
               MOVE OVER-LIMIT-LINES TO EXP-OVER-LIMIT-COUNT
               PERFORM SET-EXP-STATUS
               PERFORM WRITE-EXPENSE-REPORT-RECORD.
           PERFORM GET-OK-TO-ADD.

       INIT-EXPENSE-REPORT-RECORD.
           MOVE SPACE TO EXPENSE-REPORT-RECORD.
           MOVE ZEROES TO EXP-NUMBER.
           MOVE ZEROES TO EXP-EMPLOYEE-VENDOR.
           MOVE OPERATOR-ID TO EXP-ENTERED-BY.
           MOVE TODAY-CCYYMMDD TO EXP-ENTERED-DATE.
           MOVE ZEROES TO EXP-CLAIMED-AMOUNT.
           MOVE ZEROES TO EXP-APPROVED-AMOUNT.
           MOVE ZEROES TO EXP-OVER-LIMIT-COUNT.
           MOVE "P" TO EXP-STATUS.
           MOVE SPACES TO EXP-APPROVED-BY.
           MOVE ZEROES TO EXP-APPROVAL-DATE.
           MOVE SPACES TO EXP-REJECT-REASON.
           MOVE ZEROES TO EXP-VOUCHER-NUMBER.
           MOVE ZEROES TO EXP-VOUCHERED-DATE.

       SET-EXP-STATUS.
           IF OVER-LIMIT-LINES = ZEROES
               MOVE "A" TO EXP-STATUS
               MOVE "EXPENT01" TO EXP-APPROVED-BY
               MOVE TODAY-CCYYMMDD TO EXP-APPROVAL-DATE
           ELSE
               MOVE "P" TO EXP-STATUS.

      *-------------------------------------------------------------
      * The department decides whose approver sees an over-limit
      * report, so it can't be left blank.
      *-------------------------------------------------------------
       ENTER-EXP-DEPARTMENT.
           PERFORM ACCEPT-EXP-DEPARTMENT.
           PERFORM RE-ACCEPT-EXP-DEPARTMENT
               UNTIL EXP-DEPARTMENT NOT = SPACES.

       ACCEPT-EXP-DEPARTMENT.
           IF OPERATOR-DEPARTMENT = SPACES
               DISPLAY "ENTER THE DEPARTMENT CODE"
           ELSE
               DISPLAY "ENTER THE DEPARTMENT CODE (BLANK FOR "
                   OPERATOR-DEPARTMENT ")".
           MOVE SPACE TO EXP-DEPARTMENT.
           ACCEPT EXP-DEPARTMENT.
           INSPECT EXP-DEPARTMENT
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           IF EXP-DEPARTMENT = SPACES
               MOVE OPERATOR-DEPARTMENT TO EXP-DEPARTMENT.

       RE-ACCEPT-EXP-DEPARTMENT.
           DISPLAY "A DEPARTMENT MUST BE ENTERED".
           PERFORM ACCEPT-EXP-DEPARTMENT.

      *-------------------------------------------------------------
      * The employee is paid through a vendor record of their
      * own, which has to be on file and not shut off.
      *-------------------------------------------------------------
       ENTER-EXP-EMPLOYEE-VENDOR.
           PERFORM ACCEPT-EXP-EMPLOYEE-VENDOR.
           PERFORM RE-ACCEPT-EXP-EMPLOYEE-VENDOR
               UNTIL VENDOR-FOUND = "Y".

       ACCEPT-EXP-EMPLOYEE-VENDOR.
           DISPLAY "ENTER YOUR EMPLOYEE VENDOR NUMBER".
           ACCEPT EXP-EMPLOYEE-VENDOR.
           MOVE EXP-EMPLOYEE-VENDOR TO VENDOR-NUMBER.
           MOVE "Y" TO VENDOR-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO VENDOR-FOUND.
           IF VENDOR-FOUND = "Y" AND VENDOR-IS-INACTIVE
               DISPLAY "VENDOR " VENDOR-NUMBER " IS INACTIVE"
               MOVE "N" TO VENDOR-FOUND.
           IF VENDOR-FOUND = "Y"
               DISPLAY "PAY TO: " VENDOR-NAME.

       RE-ACCEPT-EXP-EMPLOYEE-VENDOR.
           DISPLAY "VENDOR NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-EXP-EMPLOYEE-VENDOR.

       ENTER-EXP-PURPOSE.
           PERFORM ACCEPT-EXP-PURPOSE.
           PERFORM RE-ACCEPT-EXP-PURPOSE
               UNTIL EXP-PURPOSE NOT = SPACES.

       ACCEPT-EXP-PURPOSE.
           DISPLAY "ENTER THE TRIP OR PURPOSE OF THE EXPENSES".
           MOVE SPACE TO EXP-PURPOSE.
           ACCEPT EXP-PURPOSE.
           INSPECT EXP-PURPOSE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-EXP-PURPOSE.
           DISPLAY "A PURPOSE MUST BE ENTERED".
           PERFORM ACCEPT-EXP-PURPOSE.

      *****************************************************
      *              LINE ENTRY
      *****************************************************
      *-------------------------------------------------------------
      * Lines are numbered up from 1 under the report, the way
      * REQENT01 numbers requisition lines. A blank expense
      * type ends entry.
      *-------------------------------------------------------------
       ENTER-THE-EXP-LINES.
           MOVE ZEROES TO NEXT-LINE-NUMBER.
           MOVE ZEROES TO LINES-ON-REPORT.
           MOVE ZEROES TO REPORT-TOTAL.
           MOVE ZEROES TO REPORT-APPROVED-TOTAL.
           MOVE ZEROES TO OVER-LIMIT-LINES.
           PERFORM ENTER-ONE-EXP-LINE.
           PERFORM ENTER-REMAINING-EXP-LINES
               UNTIL EXL-TYPE = SPACES.

       ENTER-REMAINING-EXP-LINES.
           PERFORM WRITE-EXPENSE-LINE-RECORD.
           IF LINES-ON-REPORT NOT < CLAIM-LINE-LIMIT
               DISPLAY "THAT IS THE MOST LINES ONE REPORT CAN HOLD"
               MOVE SPACES TO EXL-TYPE
           ELSE
               PERFORM ENTER-ONE-EXP-LINE.

       ENTER-ONE-EXP-LINE.
           ADD 1 TO NEXT-LINE-NUMBER.
           MOVE EXP-NUMBER TO EXL-REPORT-NUMBER.
           MOVE NEXT-LINE-NUMBER TO EXL-LINE-NUMBER.
           DISPLAY " ".
           DISPLAY "LINE " NEXT-LINE-NUMBER ".".
           PERFORM ENTER-EXL-TYPE.
           IF EXL-TYPE NOT = SPACES
               PERFORM ENTER-REST-OF-EXP-LINE.

       ENTER-REST-OF-EXP-LINE.
           PERFORM ENTER-EXL-DATE.
           PERFORM ENTER-EXL-DESCRIPTION.
           PERFORM ENTER-EXL-GL-ACCOUNT.
           IF EXPT-IS-MILEAGE
               MOVE "N" TO EXL-RECEIPT
               PERFORM ENTER-EXL-MILES
           ELSE
               MOVE ZEROES TO EXL-MILES
               PERFORM ENTER-EXL-RECEIPT
               PERFORM ENTER-EXL-AMOUNT.
           PERFORM CHECK-EXL-AGAINST-POLICY.

       ENTER-EXL-TYPE.
           PERFORM ACCEPT-EXL-TYPE.
           PERFORM RE-ACCEPT-EXL-TYPE
               UNTIL TYPE-FOUND = "Y" OR EXL-TYPE = SPACES.

       ACCEPT-EXL-TYPE.
           DISPLAY "ENTER THE EXPENSE TYPE (BLANK WHEN DONE)".
           MOVE SPACE TO EXL-TYPE.
           ACCEPT EXL-TYPE.
           INSPECT EXL-TYPE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           MOVE "N" TO TYPE-FOUND.
           IF EXL-TYPE NOT = SPACES
               MOVE EXL-TYPE TO EXPT-CODE
               MOVE "Y" TO TYPE-FOUND
               READ EXPENSE-TYPE-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO TYPE-FOUND.
           IF TYPE-FOUND = "Y"
               DISPLAY "TYPE: " EXPT-DESCRIPTION.

       RE-ACCEPT-EXL-TYPE.
           DISPLAY "EXPENSE TYPE NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-EXL-TYPE.

      *-------------------------------------------------------------
      * An expense can't be claimed before it was spent.
      *-------------------------------------------------------------
       ENTER-EXL-DATE.
           MOVE "N" TO LINE-DATE-OK.
           PERFORM ACCEPT-EXL-DATE
               UNTIL LINE-DATE-OK = "Y".

       ACCEPT-EXL-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "ENTER THE DATE OF THE EXPENSE (MM/DD/CCYY)"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           IF DATE-CCYYMMDD > TODAY-CCYYMMDD
               DISPLAY "THE EXPENSE DATE CAN'T BE IN THE FUTURE"
           ELSE
               MOVE DATE-CCYYMMDD TO EXL-DATE
               MOVE "Y" TO LINE-DATE-OK.

       ENTER-EXL-DESCRIPTION.
           DISPLAY "ENTER WHAT THE EXPENSE WAS".
           MOVE SPACE TO EXL-DESCRIPTION.
           ACCEPT EXL-DESCRIPTION.
           INSPECT EXL-DESCRIPTION
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           IF EXL-DESCRIPTION = SPACES
               MOVE EXPT-DESCRIPTION TO EXL-DESCRIPTION.

       ENTER-EXL-GL-ACCOUNT.
           PERFORM ACCEPT-EXL-GL-ACCOUNT.
           PERFORM RE-ACCEPT-EXL-GL-ACCOUNT
               UNTIL GL-ACCOUNT-FOUND = "Y".

       ACCEPT-EXL-GL-ACCOUNT.
           DISPLAY "ENTER THE GL ACCOUNT (0 FOR "
               EXPT-GL-ACCOUNT ")".
           ACCEPT EXL-GL-ACCOUNT.
           IF EXL-GL-ACCOUNT = ZEROES
               MOVE EXPT-GL-ACCOUNT TO EXL-GL-ACCOUNT.
           MOVE EXL-GL-ACCOUNT TO GL-ACCOUNT-NUMBER.
           MOVE "Y" TO GL-ACCOUNT-FOUND.
           READ GLACCOUNT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO GL-ACCOUNT-FOUND.

       RE-ACCEPT-EXL-GL-ACCOUNT.
           DISPLAY "GL ACCOUNT NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-EXL-GL-ACCOUNT.

       ENTER-EXL-RECEIPT.
           PERFORM ACCEPT-EXL-RECEIPT.
           PERFORM RE-ACCEPT-EXL-RECEIPT
               UNTIL EXL-RECEIPT = "Y" OR "N".

       ACCEPT-EXL-RECEIPT.
           DISPLAY "IS A RECEIPT ATTACHED (Y/N)?".
           ACCEPT EXL-RECEIPT.
           INSPECT EXL-RECEIPT
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-EXL-RECEIPT.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-EXL-RECEIPT.

       ENTER-EXL-MILES.
           PERFORM ACCEPT-EXL-MILES.
           PERFORM RE-ACCEPT-EXL-MILES
               UNTIL EXL-MILES NOT = ZEROES.
           COMPUTE EXL-AMOUNT ROUNDED =
               EXL-MILES * EXPT-MILEAGE-RATE.
           DISPLAY EXL-MILES " MILES AT " EXPT-MILEAGE-RATE
               " IS " EXL-AMOUNT.

       ACCEPT-EXL-MILES.
           DISPLAY "ENTER THE MILES DRIVEN".
           ACCEPT EXL-MILES.

       RE-ACCEPT-EXL-MILES.
           DISPLAY "MILES MUST BE ENTERED".
           PERFORM ACCEPT-EXL-MILES.

       ENTER-EXL-AMOUNT.
           PERFORM ACCEPT-EXL-AMOUNT.
           PERFORM RE-ACCEPT-EXL-AMOUNT
               UNTIL EXL-AMOUNT > ZERO.

       ACCEPT-EXL-AMOUNT.
           DISPLAY "ENTER THE AMOUNT SPENT".
           ACCEPT EXL-AMOUNT.

       RE-ACCEPT-EXL-AMOUNT.
           DISPLAY "THE AMOUNT MUST BE GREATER THAN ZERO".
           PERFORM ACCEPT-EXL-AMOUNT.

      *****************************************************
      *              POLICY CHECK
      *****************************************************
      *-------------------------------------------------------------
      * The line's LIMIT starts at what was claimed and comes
      * down to what is left of the type's per diem for the
      * date, then to the receipt limit when there is no
      * receipt. Claiming more than that puts the report in
      * front of the approver.
      *-------------------------------------------------------------
       CHECK-EXL-AGAINST-POLICY.
           MOVE EXL-AMOUNT TO EXL-LIMIT.
           IF EXPT-DAILY-LIMIT NOT = ZEROES
               PERFORM APPLY-DAILY-LIMIT.
           IF EXPT-RECEIPT-LIMIT NOT = ZEROES
              AND NOT EXL-HAS-RECEIPT
              AND EXL-LIMIT > EXPT-RECEIPT-LIMIT
               MOVE EXPT-RECEIPT-LIMIT TO EXL-LIMIT.
           MOVE EXL-AMOUNT TO EXL-APPROVED-AMOUNT.
           IF EXL-AMOUNT > EXL-LIMIT
               MOVE "Y" TO EXL-OVER-LIMIT
               DISPLAY "** OVER POLICY - ALLOWED " EXL-LIMIT
                   " - THIS REPORT WILL GO TO YOUR APPROVER **"
           ELSE
               MOVE "N" TO EXL-OVER-LIMIT.

       APPLY-DAILY-LIMIT.
           MOVE ZEROES TO SAME-DAY-CLAIMED.
           MOVE 1 TO CLAIM-SUB.
           PERFORM ADD-SAME-DAY-CLAIM
               UNTIL CLAIM-SUB > LINES-ON-REPORT.
           COMPUTE EXL-LIMIT = EXPT-DAILY-LIMIT - SAME-DAY-CLAIMED.
           IF EXL-LIMIT < ZERO
               MOVE ZEROES TO EXL-LIMIT.
           IF EXL-LIMIT > EXL-AMOUNT
               MOVE EXL-AMOUNT TO EXL-LIMIT.

       ADD-SAME-DAY-CLAIM.
           IF CLAIM-DATE (CLAIM-SUB) = EXL-DATE
              AND CLAIM-TYPE (CLAIM-SUB) = EXL-TYPE
               ADD CLAIM-AMOUNT (CLAIM-SUB) TO SAME-DAY-CLAIMED.
           ADD 1 TO CLAIM-SUB.

       TABLE-THE-EXP-LINE.
           MOVE LINES-ON-REPORT TO CLAIM-SUB.
           MOVE EXL-DATE TO CLAIM-DATE (CLAIM-SUB).
           MOVE EXL-TYPE TO CLAIM-TYPE (CLAIM-SUB).
           MOVE EXL-AMOUNT TO CLAIM-AMOUNT (CLAIM-SUB).

      *****************************************************
      *                WITHDRAW MODE
      *****************************************************
      *-------------------------------------------------------------
      * Only the person who claimed can withdraw the report, and
      * only before it has been turned down or paid.
      *-------------------------------------------------------------
       WITHDRAW-MODE.
           PERFORM GET-EXP-TO-WITHDRAW.
           PERFORM WITHDRAW-ONE-EXPENSE-REPORT
               UNTIL ENTERED-EXP-NUMBER = ZEROES.

       GET-EXP-TO-WITHDRAW.
           DISPLAY " ".
           DISPLAY "ENTER THE EXPENSE REPORT NUMBER TO WITHDRAW".
           DISPLAY "(000000 TO RETURN TO THE MENU)".
           ACCEPT ENTERED-EXP-NUMBER.

       WITHDRAW-ONE-EXPENSE-REPORT.
           MOVE ENTERED-EXP-NUMBER TO EXP-NUMBER.
           PERFORM READ-EXPENSE-REPORT-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "EXPENSE REPORT NOT ON FILE"
           ELSE
           IF EXP-ENTERED-BY NOT = OPERATOR-ID
               DISPLAY "** ONLY " EXP-ENTERED-BY
                   " CAN WITHDRAW THIS EXPENSE REPORT **"
           ELSE
           IF NOT EXP-IS-PENDING AND NOT EXP-IS-APPROVED
               DISPLAY "** EXPENSE REPORT CAN NO LONGER BE "
                   "WITHDRAWN - STATUS " EXP-STATUS " **"
           ELSE
               PERFORM CONFIRM-THE-WITHDRAWAL.
           PERFORM GET-EXP-TO-WITHDRAW.

       CONFIRM-THE-WITHDRAWAL.
           DISPLAY "EXPENSE REPORT " EXP-NUMBER " ENTERED "
               EXP-ENTERED-DATE " FOR " EXP-CLAIMED-AMOUNT.
           DISPLAY EXP-PURPOSE.
           PERFORM ACCEPT-OK-TO-WITHDRAW.
           PERFORM RE-ACCEPT-OK-TO-WITHDRAW
               UNTIL OK-TO-WITHDRAW = "Y" OR "N".
           IF OK-TO-WITHDRAW = "Y"
               MOVE "X" TO EXP-STATUS
               PERFORM REWRITE-EXPENSE-REPORT-RECORD
               DISPLAY "EXPENSE REPORT " EXP-NUMBER " WITHDRAWN".

       ACCEPT-OK-TO-WITHDRAW.
           DISPLAY "WITHDRAW THIS EXPENSE REPORT (Y/N)?".
           ACCEPT OK-TO-WITHDRAW.
           INSPECT OK-TO-WITHDRAW
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-OK-TO-WITHDRAW.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-WITHDRAW.

      *****************************************************
      *   Next expense report number, from the Control File
      *****************************************************
       RETRIEVE-NEXT-EXP-NUMBER.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-LAST-EXPENSE-REPORT.
           IF CONTROL-LAST-EXPENSE-REPORT NOT NUMERIC
               MOVE ZEROES TO CONTROL-LAST-EXPENSE-REPORT.
           MOVE CONTROL-LAST-EXPENSE-REPORT TO OLD-CONTROL-VALUE.
           ADD 1 TO CONTROL-LAST-EXPENSE-REPORT.
           MOVE CONTROL-LAST-EXPENSE-REPORT TO EXP-NUMBER.
           PERFORM SAVE-CONTROL-RECORD.
           PERFORM LOG-CONTROL-CHANGE.
           DISPLAY "EXPENSE REPORT NUMBER " EXP-NUMBER.

       SAVE-CONTROL-RECORD.
           REWRITE CONTROL-RECORD
               INVALID KEY
                   WRITE CONTROL-RECORD
                       INVALID KEY
                       DISPLAY "ERROR WRITING CONTROL RECORD".

       LOG-CONTROL-CHANGE.
           MOVE "EXPREPORT" TO CTLLOG-COUNTER-NAME.
           MOVE OLD-CONTROL-VALUE TO CTLLOG-OLD-VALUE.
           MOVE CONTROL-LAST-EXPENSE-REPORT TO CTLLOG-NEW-VALUE.
           MOVE "EXPENT01" TO CTLLOG-PROGRAM-ID.
           MOVE TODAY-CCYYMMDD TO CTLLOG-DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE CURRENT-TIME TO CTLLOG-TIME.
           WRITE CONTROL-LOG-RECORD.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-EXPENSE-REPORT-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ EXPENSE-REPORT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       WRITE-EXPENSE-REPORT-RECORD.
           WRITE EXPENSE-REPORT-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING EXPENSE REPORT RECORD"
               NOT INVALID KEY
                   ADD 1 TO EXPENSE-REPORTS-ENTERED
                   PERFORM DISPLAY-REPORT-FILED.

       DISPLAY-REPORT-FILED.
           DISPLAY "EXPENSE REPORT " EXP-NUMBER " FOR "
               EXP-CLAIMED-AMOUNT " OVER " LINES-ON-REPORT
               " LINE(S)".
           IF EXP-IS-APPROVED
               DISPLAY "IS WITHIN POLICY AND APPROVED FOR PAYMENT"
           ELSE
               DISPLAY "HAS " EXP-OVER-LIMIT-COUNT
                   " LINE(S) OVER POLICY AND IS WAITING ON "
                   "DEPARTMENT " EXP-DEPARTMENT " APPROVAL".

       REWRITE-EXPENSE-REPORT-RECORD.
           REWRITE EXPENSE-REPORT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING EXPENSE REPORT RECORD".

       WRITE-EXPENSE-LINE-RECORD.
           WRITE EXPENSE-LINE-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING EXPENSE LINE RECORD"
               NOT INVALID KEY
                   ADD 1 TO LINES-ON-REPORT
                   ADD EXL-AMOUNT TO REPORT-TOTAL
                   ADD EXL-APPROVED-AMOUNT TO REPORT-APPROVED-TOTAL
                   PERFORM COUNT-OVER-LIMIT-LINE
                   PERFORM TABLE-THE-EXP-LINE.

       COUNT-OVER-LIMIT-LINE.
           IF EXL-IS-OVER-LIMIT
               ADD 1 TO OVER-LIMIT-LINES.

           COPY "PLDATE01.CBL".

           COPY "PLSGNON1.CBL".
