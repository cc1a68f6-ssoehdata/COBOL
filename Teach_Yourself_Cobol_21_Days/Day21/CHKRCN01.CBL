      * already-cleared check presented again, and a paid amount
      * that doesn't match the issued amount are each called out
      * on the spot, since every one of those is how a forged or
      * altered check first shows itself. So is a check the bank
      * confirmed stopped (STPPAY01) and then paid anyway; one
      * that clears while its stop is still pending is cleared
      * as usual, with a warning that the stop came too late.
      * The file format is one check per line: check number (8),
      * paid date CCYYMMDD (8), paid amount 9(9)V99 (11).
      *-------------------------------------------------------------
       77  CHECKS-NOT-ON-FILE          PIC 9(5) VALUE ZERO.
       77  CHECKS-ALREADY-CLEARED      PIC 9(5) VALUE ZERO.
       77  AMOUNT-MISMATCHES           PIC 9(5) VALUE ZERO.
       77  STOPPED-CHECKS-PAID         PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "ALREADY-CLEARED PRESENTED:   "
               CHECKS-ALREADY-CLEARED.
           DISPLAY "PAID AMOUNT MISMATCHES:      " AMOUNT-MISMATCHES.
           DISPLAY "STOPPED CHECKS PAID:         " STOPPED-CHECKS-PAID.
           DISPLAY "----------------------------------------------".

       MAIN-PROCESS.
                   " WAS ALREADY CLEARED ON " CHKREG-CLEARED-DATE
                   " **"
           ELSE
           IF CHKREG-IS-STOPPED
               ADD 1 TO STOPPED-CHECKS-PAID
               DISPLAY "** CHECK " ENTERED-CHECK-NO
                   " WAS STOPPED BY THE BANK (REF "
                   CHKREG-STOP-REFERENCE ") BUT PAID **"
           ELSE
           IF CHKREG-IS-VOID
               ADD 1 TO CHECKS-NOT-ON-FILE
               DISPLAY "** CHECK " ENTERED-CHECK-NO
               PERFORM MARK-CHECK-CLEARED.

       MARK-CHECK-CLEARED.
           IF CHKREG-STOP-REQUESTED
               DISPLAY "** CHECK " ENTERED-CHECK-NO
                   " PAID BEFORE THE STOP REQUESTED "
                   CHKREG-STOP-REQ-DATE " TOOK HOLD **".
           IF ENTERED-PAID-AMOUNT NOT = CHKREG-AMOUNT
               ADD 1 TO AMOUNT-MISMATCHES
               DISPLAY "** CHECK " ENTERED-CHECK-NO " ISSUED FOR "
