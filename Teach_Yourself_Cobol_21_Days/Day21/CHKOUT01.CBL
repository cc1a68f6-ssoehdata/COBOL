      * order with payee, issue date, and amount, flagging any
      * check stale-dated more than 90 days - those are the ones
      * the bank may refuse, and the ones month-end reconciliation
      * has to explain. A check with a stop requested but not yet
      * confirmed by the bank is still outstanding - it can clear
      * until the stop takes hold - and is flagged STOP. Totals
      * at the bottom tie to the bank reconciliation's
      * outstanding-checks line.
      * A second section covers the electronic register the same
      * way - ACH entries and wires issued but not yet settled
      * against the bank's debits (EFTRCN01) - so the bank rec
           PERFORM READ-NEXT-REGISTER.
           PERFORM SKIP-NON-OUTSTANDING
               UNTIL REGISTER-FILE-AT-END = "Y"
                   OR CHKREG-IS-OUTSTANDING
                   OR CHKREG-STOP-REQUESTED.

       SKIP-NON-OUTSTANDING.
           IF NOT CHKREG-IS-OUTSTANDING
               AND NOT CHKREG-STOP-REQUESTED
               PERFORM READ-NEXT-REGISTER.

       PROCESS-ALL-CHECKS.
               MOVE "STALE" TO PRINT-STALE-FLAG
               ADD 1 TO STALE-COUNT
               ADD CHKREG-AMOUNT TO STALE-TOTAL.
           IF CHKREG-STOP-REQUESTED
               MOVE "STOP" TO PRINT-STALE-FLAG.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD 1 TO OUTSTANDING-COUNT.
