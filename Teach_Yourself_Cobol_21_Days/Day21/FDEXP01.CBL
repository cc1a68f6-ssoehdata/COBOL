      * The FD for the employee expense report file.
      *---------------------------
      * FDEXP01.CBL
      * Primary Key - EXP-NUMBER (CONTROL-LAST-EXPENSE-REPORT)
      * One record per expense claim an employee keys in
      * EXPENT01 - who is owed (EMPLOYEE-VENDOR, the vendor
      * record the employee is reimbursed through), what the
      * trip or purpose was, and the total claimed. The dated
      * lines are on FDEXL01.CBL.
      * A claim with every line inside policy is APPROVED as it
      * is keyed. One with OVER-LIMIT-COUNT lines past the per
      * diem or receipt limit is PENDING until the department's
      * approver (OPERATOR-REQ-APPROVER) signs it off, cuts the
      * over-limit lines back to policy, or turns it down in
      * EXPAPR01. APPROVED-AMOUNT is what the employee will be
      * paid. EXPVCH01 turns each approved report into one
      * voucher and stamps it VOUCHERED with the number. The
      * employee can withdraw it (CANCELLED) while it is still
      * pending.
      *-----------------------------
       FD  EXPENSE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXPENSE-REPORT-RECORD.
           05 EXP-NUMBER               PIC 9(6).
           05 EXP-EMPLOYEE-VENDOR      PIC 9(5).
           05 EXP-ENTERED-BY           PIC X(8).
           05 EXP-DEPARTMENT           PIC X(4).
           05 EXP-ENTERED-DATE         PIC 9(8).
           05 EXP-PURPOSE              PIC X(30).
           05 EXP-CLAIMED-AMOUNT       PIC S9(7)V99.
           05 EXP-APPROVED-AMOUNT      PIC S9(7)V99.
           05 EXP-OVER-LIMIT-COUNT     PIC 9(3).
           05 EXP-STATUS               PIC X.
               88 EXP-IS-PENDING          VALUE "P".
               88 EXP-IS-APPROVED         VALUE "A".
               88 EXP-IS-REJECTED         VALUE "R".
               88 EXP-IS-VOUCHERED        VALUE "V".
               88 EXP-IS-CANCELLED        VALUE "X".
           05 EXP-APPROVED-BY          PIC X(8).
           05 EXP-APPROVAL-DATE        PIC 9(8).
           05 EXP-REJECT-REASON        PIC X(30).
           05 EXP-VOUCHER-NUMBER       PIC 9(7).
           05 EXP-VOUCHERED-DATE       PIC 9(8).
