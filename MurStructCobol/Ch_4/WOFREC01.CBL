      * Bad-debt recovery entry
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WOFREC01.
      *------------------------------------------
      * Records money coming back on a debt already written
      * off. The operator keys the write-off number (WOFAPR01
      * must have approved it), sees what was written off and
      * what has come back so far, and keys the amount
      * recovered - never more than is still written off - and
      * the date. The recovery puts that much back on A/R as a
      * positive adjustment (reason BR, numbered BR + the next
      * recovery number, pointing at the write-off's own BD
      * adjustment), unposted for STXPST01, which STXGLX01
      * credits back to bad-debt expense. The check itself is
      * then taken in CASHRC01 against that adjustment like any
      * other payment, so it lands on the receipts journal and
      * the deposit with the rest of the day's cash. The
      * write-off keeps the running total recovered.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLSTRX01.CBL".

           COPY "SLCUST01.CBL".

           COPY "SLWOF01.CBL".

           COPY "SLWFN01.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDSTRX01.CBL".

           COPY "FDCUST01.CBL".

           COPY "FDWOF01.CBL".

           COPY "FDWFN01.CBL".

       WORKING-STORAGE SECTION.
       77  RECORD-FOUND                PIC X.
       77  ENTERED-WRITE-OFF           PIC 9(6).
       77  LEFT-TO-RECOVER             PIC S9(7)V99.
       77  RECOVERY-AMOUNT             PIC S9(5)V99.
       77  RECOVERY-DATE               PIC 9(8).
       77  TODAY-DATE                  PIC 9(8).
       77  RECOVERIES-TAKEN            PIC 9(5) VALUE ZERO.
       77  DOLLARS-RECOVERED           PIC S9(9)V99 VALUE ZERO.

       01  RECOVERY-INVOICE-BUILD.
           05  FILLER                  PIC X(2)    VALUE "BR".
           05  RIB-RECOVERY-NUMBER     PIC 9(6).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           OPEN I-O SALES-TRANSACTION-FILE.
           OPEN INPUT CUSTMAST.
           OPEN I-O WRITE-OFF-FILE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE SALES-TRANSACTION-FILE.
           CLOSE CUSTMAST.
           CLOSE WRITE-OFF-FILE.
           DISPLAY " ".
           DISPLAY "----- RECOVERY SESSION TOTALS -----".
           DISPLAY "RECOVERIES RECORDED: " RECOVERIES-TAKEN.
           DISPLAY "DOLLARS RECOVERED:   " DOLLARS-RECOVERED.
           DISPLAY "-----------------------------------".

       MAIN-PROCESS.
           PERFORM ENTER-WRITE-OFF-NUMBER.
           PERFORM TAKE-RECOVERIES
               UNTIL ENTERED-WRITE-OFF = ZERO.

       TAKE-RECOVERIES.
           PERFORM TAKE-ONE-RECOVERY.
           PERFORM ENTER-WRITE-OFF-NUMBER.

      *-------------------------------------------------------------
      * Only an approved write-off has anything to recover - a
      * pending or rejected one never took the debt off A/R.
      *-------------------------------------------------------------
       ENTER-WRITE-OFF-NUMBER.
           PERFORM ACCEPT-WRITE-OFF-NUMBER.
           PERFORM RE-ACCEPT-WRITE-OFF-NUMBER
               UNTIL RECORD-FOUND = "Y"
                   OR ENTERED-WRITE-OFF = ZERO.

       ACCEPT-WRITE-OFF-NUMBER.
           DISPLAY " ".
           DISPLAY "ENTER THE WRITE-OFF NUMBER THE MONEY IS AGAINST".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           ACCEPT ENTERED-WRITE-OFF.
           MOVE "Y" TO RECORD-FOUND.
           IF ENTERED-WRITE-OFF NOT = ZERO
               MOVE ENTERED-WRITE-OFF TO WO-NUMBER
               PERFORM READ-WRITE-OFF-RECORD
               IF RECORD-FOUND = "N"
                   DISPLAY "WRITE-OFF NOT ON FILE"
               ELSE
               IF NOT WO-IS-APPROVED
                   DISPLAY "THAT WRITE-OFF WAS NEVER APPROVED"
                   MOVE "N" TO RECORD-FOUND.

       RE-ACCEPT-WRITE-OFF-NUMBER.
           DISPLAY "PLEASE RE-ENTER".
           PERFORM ACCEPT-WRITE-OFF-NUMBER.

      *****************************************************
      *        ONE RECOVERY AGAINST ONE WRITE-OFF
      *****************************************************
       TAKE-ONE-RECOVERY.
           PERFORM SHOW-THE-WRITE-OFF.
           COMPUTE LEFT-TO-RECOVER =
               WO-WRITTEN-OFF-AMOUNT - WO-RECOVERED-AMOUNT.
           IF LEFT-TO-RECOVER NOT > ZERO
               DISPLAY "ALREADY RECOVERED IN FULL"
           ELSE
               PERFORM ENTER-RECOVERY-AMOUNT
               IF RECOVERY-AMOUNT = ZERO
                   DISPLAY "NOTHING RECORDED"
               ELSE
                   PERFORM ENTER-RECOVERY-DATE
                   PERFORM RECORD-THE-RECOVERY.

       SHOW-THE-WRITE-OFF.
           MOVE WO-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           PERFORM READ-CUSTOMER-RECORD.
           IF RECORD-FOUND = "N"
               MOVE "**UNKNOWN**" TO CM-CUSTOMER-NAME.
           DISPLAY "CUSTOMER " WO-CUSTOMER-NUMBER " "
               CM-CUSTOMER-NAME.
           DISPLAY "WRITTEN OFF " WO-WRITTEN-OFF-AMOUNT " ON "
               WO-DECIDED-DATE " AS " WO-ADJUSTMENT-INVOICE.
           DISPLAY "RECOVERED SO FAR " WO-RECOVERED-AMOUNT " IN "
               WO-RECOVERY-COUNT " RECOVERY(S)".

       ENTER-RECOVERY-AMOUNT.
           PERFORM ACCEPT-RECOVERY-AMOUNT.
           PERFORM RE-ACCEPT-RECOVERY-AMOUNT
               UNTIL RECOVERY-AMOUNT = ZERO
                   OR (RECOVERY-AMOUNT > ZERO
                   AND RECOVERY-AMOUNT NOT > LEFT-TO-RECOVER).

       ACCEPT-RECOVERY-AMOUNT.
           DISPLAY "ENTER THE AMOUNT RECOVERED (0 TO CANCEL)".
           ACCEPT RECOVERY-AMOUNT.

       RE-ACCEPT-RECOVERY-AMOUNT.
           DISPLAY "THE AMOUNT MUST BE MORE THAN 0 AND NO MORE THAN "
               LEFT-TO-RECOVER.
           PERFORM ACCEPT-RECOVERY-AMOUNT.

       ENTER-RECOVERY-DATE.
           DISPLAY "ENTER THE DATE THE MONEY CAME BACK".
           DISPLAY "(CCYYMMDD), OR 0 FOR TODAY".
           ACCEPT RECOVERY-DATE.
           IF RECOVERY-DATE = ZERO
               MOVE TODAY-DATE TO RECOVERY-DATE.

      *-------------------------------------------------------------
      * The recovery is an ordinary unposted adjustment, untaxed
      * and open, for the check to be applied to.
      *-------------------------------------------------------------
       RECORD-THE-RECOVERY.
           PERFORM TAKE-NEXT-RECOVERY-NUMBER.
           MOVE WN-LAST-RECOVERY TO RIB-RECOVERY-NUMBER.
           MOVE WO-CUSTOMER-NUMBER TO ST-CUSTOMER-NUMBER.
           MOVE RECOVERY-INVOICE-BUILD TO ST-INVOICE-NUMBER.
           MOVE RECOVERY-DATE TO ST-INVOICE-DATE.
           MOVE RECOVERY-AMOUNT TO ST-INVOICE-AMOUNT.
           MOVE "N" TO ST-POSTED-FLAG.
           MOVE "N" TO ST-TAXABLE.
           MOVE SPACES TO ST-TAX-JURISDICTION.
           MOVE ZERO TO ST-SALES-TAX.
           MOVE "O" TO ST-OPEN-STATUS.
           MOVE ZEROES TO ST-PAID-AMOUNT.
           MOVE ZEROES TO ST-LAST-PAID-DATE.
           MOVE SPACE TO ST-GL-EXPORTED.
           MOVE ZEROES TO ST-GL-BATCH.
           MOVE "A" TO ST-TRANSACTION-TYPE.
           MOVE "BR" TO ST-REASON-CODE.
           MOVE WO-ADJUSTMENT-INVOICE TO ST-ORIGINAL-INVOICE.
           MOVE SPACE TO ST-DOCUMENT-STATUS.
           MOVE ZEROES TO ST-DOCUMENT-DATE.
           MOVE SPACE TO ST-TAX-EXEMPTION.
           MOVE SPACES TO ST-EXEMPT-CERTIFICATE.
           PERFORM WRITE-TRANSACTION-RECORD.
           ADD RECOVERY-AMOUNT TO WO-RECOVERED-AMOUNT.
           ADD 1 TO WO-RECOVERY-COUNT.
           MOVE RECOVERY-DATE TO WO-LAST-RECOVERY-DATE.
           PERFORM REWRITE-WRITE-OFF-RECORD.
           ADD 1 TO RECOVERIES-TAKEN.
           ADD RECOVERY-AMOUNT TO DOLLARS-RECOVERED.
           DISPLAY "RECOVERY OF " RECOVERY-AMOUNT " BILLED AS "
               ST-INVOICE-NUMBER " - TAKE THE CHECK IN CASHRC01 "
               "AGAINST IT".

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-CUSTOMER-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTMAST
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       READ-WRITE-OFF-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ WRITE-OFF-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       REWRITE-WRITE-OFF-RECORD.
           REWRITE WRITE-OFF-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING WRITE-OFF " WO-NUMBER.

       WRITE-TRANSACTION-RECORD.
           WRITE SALES-TRANSACTION-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING RECOVERY " ST-INVOICE-NUMBER.

           COPY "PLWFN01.CBL".
