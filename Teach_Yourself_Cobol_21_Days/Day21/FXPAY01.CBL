      * comes from CONTROL-LAST-FX and lands in
      * VOUCHER-CHECK-NO, so a bank query walks straight back
      * to the vouchers.
      * Every vendor is screened against the sanctions list
      * (PLSCRN01.CBL) before the vouchers are gathered, and a
      * possible match is held out of the run, as in CHKPRT01.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

           COPY "WSSCRN01.CBL".

       77  VOUCHER-FILE-AT-END         PIC X VALUE "N".
       77  VENDOR-FOUND                PIC X.
       77  RATE-FOUND                  PIC X.
                   "RIDE A WIRE - SETTLE THROUGH VCHPAY01".

       MAIN-PROCESS.
           MOVE "FXPAY01" TO SCREEN-CALLER.
           PERFORM SCREEN-ALL-VENDORS.
           PERFORM GATHER-FOREIGN-VOUCHERS.
           MOVE 1 TO CURRENCY-SUB.
           PERFORM WRITE-ONE-CURRENCY-BATCH
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE CURRENT-TIME TO CTLLOG-TIME.
           WRITE CONTROL-LOG-RECORD.

           COPY "PLSCRN01.CBL".
