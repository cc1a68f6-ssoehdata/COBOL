      * The FD for the employee expense report line file.
      *---------------------------
      * FDEXL01.CBL
      * Primary Key - EXL-KEY (report number + line number)
      * One record per dated expense on a claim - the expense
      * type off FDEXPT01.CBL, the GL account it books to, and
      * whether a receipt is attached. A mileage line carries
      * the MILES driven and AMOUNT is the miles priced at the
      * type's standard rate. LIMIT is the most policy allows
      * for the line - what is left of the type's per diem once
      * the earlier lines of that type on the same date are
      * counted, held to the receipt limit when no receipt is
      * attached, and the amount itself when no limit applies.
      * A line claiming more than its LIMIT is flagged
      * OVER-LIMIT for the approver. APPROVED-AMOUNT is what
      * will be reimbursed - the amount claimed, or the
      * approver's cut-back to LIMIT.
      *-----------------------------
       FD  EXPENSE-LINE-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXPENSE-LINE-RECORD.
           05 EXL-KEY.
              10 EXL-REPORT-NUMBER     PIC 9(6).
              10 EXL-LINE-NUMBER       PIC 9(3).
           05 EXL-DATE                 PIC 9(8).
           05 EXL-TYPE                 PIC X(4).
           05 EXL-DESCRIPTION          PIC X(30).
           05 EXL-GL-ACCOUNT           PIC 9(6).
           05 EXL-RECEIPT              PIC X.
               88 EXL-HAS-RECEIPT         VALUE "Y".
           05 EXL-MILES                PIC 9(5).
           05 EXL-AMOUNT               PIC S9(7)V99.
           05 EXL-LIMIT                PIC S9(7)V99.
           05 EXL-OVER-LIMIT           PIC X.
               88 EXL-IS-OVER-LIMIT       VALUE "Y".
           05 EXL-APPROVED-AMOUNT      PIC S9(7)V99.
