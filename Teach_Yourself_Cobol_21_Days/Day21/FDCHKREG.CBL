      * records cleared from the bank statement, and CHKOUT01
      * reports what is still outstanding.
      * STATUS "O" = outstanding, "C" = cleared the bank,
      * "V" = voided/spoiled, "S" = stop payment requested of
      * the bank, "T" = stop confirmed by the bank (STPPAY01).
      *-----------------------------
       FD  CHECK-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
               88 CHKREG-IS-CLEARED       VALUE "C".
               88 CHKREG-IS-VOID          VALUE "V".
               88 CHKREG-IS-ESCHEATED     VALUE "E".
               88 CHKREG-STOP-REQUESTED   VALUE "S".
               88 CHKREG-IS-STOPPED       VALUE "T".
           05 CHKREG-CLEARED-DATE      PIC 9(8).
           05 CHKREG-CLEARED-AMOUNT    PIC S9(9)V99.
      * Which FDBNK01 bank account the payment drew on - stamped
               88 ESCHEAT-LETTER-SENT     VALUE "L".
               88 ESCHEAT-PAYEE-RESPONDED VALUE "P".
           05 CHKREG-ESCHEAT-DATE      PIC 9(8).
      * Stop-payment workflow (STPPAY01). The request date is
      * when the stop went out on the bank's request file; the
      * confirmed date and the bank's own stop reference come
      * back on its confirmation. Only a confirmed stop lets
      * VCHPAY01 void and reissue the check.
           05 CHKREG-STOP-REQ-DATE     PIC 9(8).
           05 CHKREG-STOP-REASON       PIC X(20).
           05 CHKREG-STOP-CONF-DATE    PIC 9(8).
           05 CHKREG-STOP-REFERENCE    PIC X(15).
