      * The FD for the late-payment interest history file.
      *---------------------------
      * FDLIH01.CBL
      * Primary Key - LATEINT-VOUCHER
      * One record per add-on interest voucher a payment run
      * wrote (CHKPRT01, ACHPAY01, VCHPAY01), keyed by that
      * voucher's number - which is also how the runs know a
      * voucher is itself interest and never price interest on
      * interest. LATE-VOUCHER is the voucher that was paid
      * late, and its due date, approver and approval date are
      * copied here as they stood when it was paid, so
      * LATINT01's quarterly report by vendor and by approver
      * still reads right after the vouchers are archived.
      *-----------------------------
       FD  LATE-INTEREST-FILE
           LABEL RECORDS ARE STANDARD.
       01  LATE-INTEREST-RECORD.
           05 LATEINT-VOUCHER          PIC 9(7).
           05 LATEINT-VENDOR           PIC 9(5).
           05 LATEINT-LATE-VOUCHER     PIC 9(7).
           05 LATEINT-INVOICE          PIC X(15).
           05 LATEINT-DUE-DATE         PIC 9(8).
           05 LATEINT-PAID-DATE        PIC 9(8).
           05 LATEINT-DAYS-LATE        PIC 9(4).
           05 LATEINT-RATE-CODE        PIC X(4).
           05 LATEINT-ANNUAL-PCT       PIC 99V999.
           05 LATEINT-BASE-AMOUNT      PIC S9(9)V99.
           05 LATEINT-AMOUNT           PIC S9(7)V99.
           05 LATEINT-APPROVED-BY      PIC X(8).
           05 LATEINT-APPROVAL-DATE    PIC 9(8).
           05 LATEINT-CHECK-NO         PIC 9(8).
           05 LATEINT-PAID-BY-PROGRAM  PIC X(8).
           05 LATEINT-PAID-BY-OPERATOR PIC X(8).
