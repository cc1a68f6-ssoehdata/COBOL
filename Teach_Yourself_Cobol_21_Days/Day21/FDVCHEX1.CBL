      * The FD for the voucher expense line file.
      *---------------------------
      * FDVCHEX1.CBL
      * Primary Key - VCHEX-KEY (voucher number + sequence)
      * The employee-reimbursement counterpart of FDVCHLN1.CBL:
      * one record per expense report line paid on a voucher,
      * written by EXPVCH01 when it turns an approved report
      * into the employee's voucher. This is what says which
      * accounts the reimbursement really belongs on - GLAEXP01
      * debits each line's account and BUDRPT01 charges each
      * line's spend, instead of putting the whole voucher on
      * VOUCHER-GL-ACCOUNT-NUMBER. REPORT-NUMBER/-LINE lead
      * back to the claim line it paid.
      *-----------------------------
       FD  VOUCHER-EXPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  VOUCHER-EXPENSE-RECORD.
           05 VCHEX-KEY.
              10 VCHEX-VOUCHER-NUMBER  PIC 9(7).
              10 VCHEX-SEQUENCE        PIC 9(3).
           05 VCHEX-REPORT-NUMBER      PIC 9(6).
           05 VCHEX-REPORT-LINE        PIC 9(3).
           05 VCHEX-EXPENSE-DATE       PIC 9(8).
           05 VCHEX-EXPENSE-TYPE       PIC X(4).
           05 VCHEX-GL-ACCOUNT         PIC 9(6).
           05 VCHEX-AMOUNT             PIC S9(9)V99.
