      * Indexed master file reorganization
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILREO01.
      *-------------------------------------------------------------
      * Nightly batch step that gives back the speed years of adds
      * and deletes take out of the indexed masters - the vendor,
      * voucher and purchase order files, and the sales side's
      * customer master and sales transaction file. For each file:
      *   1. UNLOAD - the production file is read in primary key
      *      order to a flat sequential unload file, counting the
      *      records and hash-totalling the key and an amount
      *      field on the way;
      *   2. RELOAD - the unload is written, in that key order,
      *      into a freshly created indexed file alongside the
      *      production one (vendnew, vouchnew, ponew, CUSTNEW,
      *      SALESNEW);
      *   3. PROVE - the fresh file is read back by its primary
      *      key for the same count and hash totals, and walked
      *      end to end down every alternate key, which must
      *      reach every record in ascending order;
      *   4. SWAP - only when every count and total agrees is the
      *      production file re-created and the proved file
      *      copied into it in key order, and that copy is
      *      counted and totalled once more against the unload.
      * A file that disagrees anywhere is left exactly as it was
      * and the step ends with a non-zero return code, so
      * BATDRV01 logs the step FAIL and stops the stream. The
      * unload is kept until the next run - it is the file to
      * reload from if a swap is ever interrupted.
      * One job-log record is written per file - step number
      * zero, the file's name where the program name goes, the
      * records reorganized, OK or FAIL - so the morning run
      * report shows each file, and the step count handed back
      * to BATDRV01 is the total across all five.
      * The run needs the files to itself - schedule it after
      * every step that updates them.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VENDOR-FILE
               ASSIGN TO "vendor"
               ORGANIZATION IS INDEXED
               RECORD KEY IS VENDOR-NUMBER OF VENDOR-RECORD
               ALTERNATE KEY
               IS VENDOR-NAME OF VENDOR-RECORD WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT NEW-VENDOR-FILE
               ASSIGN TO "vendnew"
               ORGANIZATION IS INDEXED
               RECORD KEY IS VENDOR-NUMBER OF NEW-VENDOR-RECORD
               ALTERNATE KEY
               IS VENDOR-NAME OF NEW-VENDOR-RECORD WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT VOUCHER-FILE
               ASSIGN TO "voucher"
               ORGANIZATION IS INDEXED
               RECORD KEY IS VOUCHER-NUMBER OF VOUCHER-RECORD
               ALTERNATE KEY
               IS VOUCHER-VENDOR OF VOUCHER-RECORD WITH DUPLICATES
               ALTERNATE KEY
               IS VOUCHER-INVOICE OF VOUCHER-RECORD WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT NEW-VOUCHER-FILE
               ASSIGN TO "vouchnew"
               ORGANIZATION IS INDEXED
               RECORD KEY IS VOUCHER-NUMBER OF NEW-VOUCHER-RECORD
               ALTERNATE KEY
               IS VOUCHER-VENDOR OF NEW-VOUCHER-RECORD
                   WITH DUPLICATES
               ALTERNATE KEY
               IS VOUCHER-INVOICE OF NEW-VOUCHER-RECORD
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT PO-FILE
               ASSIGN TO "po"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PO-NUMBER OF PO-RECORD
               ALTERNATE KEY
               IS PO-VENDOR OF PO-RECORD WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT NEW-PO-FILE
               ASSIGN TO "ponew"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PO-NUMBER OF NEW-PO-RECORD
               ALTERNATE KEY
               IS PO-VENDOR OF NEW-PO-RECORD WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT CUSTMAST
               ASSIGN TO "C:\gnuCobol\COBOL\DATA\CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS
                   CM-CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD
               ACCESS MODE IS DYNAMIC.

           SELECT NEW-CUSTMAST
               ASSIGN TO "C:\gnuCobol\COBOL\DATA\CUSTNEW.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS
                   CM-CUSTOMER-NUMBER OF NEW-CUSTOMER-MASTER-RECORD
               ACCESS MODE IS DYNAMIC.

           SELECT SALES-TRANSACTION-FILE
               ASSIGN TO "C:\gnuCobol\COBOL\DATA\SALESTRX.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS
                   ST-TRANSACTION-KEY OF SALES-TRANSACTION-RECORD
               ACCESS MODE IS DYNAMIC.

           SELECT NEW-SALES-TRANSACTION-FILE
               ASSIGN TO "C:\gnuCobol\COBOL\DATA\SALESNEW.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS
                   ST-TRANSACTION-KEY OF NEW-SALES-TRANSACTION-RECORD
               ACCESS MODE IS DYNAMIC.

           SELECT UNLOAD-FILE
               ASSIGN DYNAMIC UNLOAD-NAME
               ORGANIZATION IS SEQUENTIAL.

           COPY "SLJOBLOG.CBL".

           COPY "SLSTEPC.CBL".

       DATA DIVISION.
       FILE SECTION.

      *-------------------------------------------------------------
      * Production and fresh files share each master's own
      * layout, so the field names are qualified by record
      * wherever they are used here.
      *-------------------------------------------------------------
           COPY "FDVND04.CBL".

           COPY "FDVND04.CBL" REPLACING ==VENDOR-FILE==
               BY ==NEW-VENDOR-FILE== ==VENDOR-RECORD==
               BY ==NEW-VENDOR-RECORD==.

           COPY "FDVOUCH.CBL".

           COPY "FDVOUCH.CBL" REPLACING ==VOUCHER-FILE==
               BY ==NEW-VOUCHER-FILE== ==VOUCHER-RECORD==
               BY ==NEW-VOUCHER-RECORD==.

           COPY "FDPO01.CBL".

           COPY "FDPO01.CBL" REPLACING ==PO-FILE==
               BY ==NEW-PO-FILE== ==PO-RECORD==
               BY ==NEW-PO-RECORD==.

           COPY "FDCUST01.CBL".

           COPY "FDCUST01.CBL" REPLACING ==CUSTMAST==
               BY ==NEW-CUSTMAST== ==CUSTOMER-MASTER-RECORD==
               BY ==NEW-CUSTOMER-MASTER-RECORD==.

           COPY "FDSTRX01.CBL".

           COPY "FDSTRX01.CBL" REPLACING ==SALES-TRANSACTION-FILE==
               BY ==NEW-SALES-TRANSACTION-FILE==
               ==SALES-TRANSACTION-RECORD==
               BY ==NEW-SALES-TRANSACTION-RECORD==.

      * Wide enough for the longest of the five records.
       FD  UNLOAD-FILE
           LABEL RECORDS ARE STANDARD.
       01  UNLOAD-RECORD               PIC X(1000).

           COPY "FDJOBLOG.CBL".

           COPY "FDSTEPC.CBL".

       WORKING-STORAGE SECTION.

       77  UNLOAD-NAME                 PIC X(60).
       77  FILE-AT-END                 PIC X.
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  CURRENT-TIME                PIC 9(8).
       77  REORG-FILE-NAME             PIC X(8).
       77  ALTERNATE-KEYS              PIC 9.
       77  FILE-PROVED                 PIC X.
       77  FILE-SWAPPED                PIC X.
       77  FILES-HELD                  PIC 9 VALUE ZERO.
       77  RECORDS-REORGANIZED         PIC 9(7) VALUE ZERO.

      *-------------------------------------------------------------
      * One set of proof totals, cleared for each file: the
      * unload (OLD), the fresh file read back (NEW), its walk
      * down each alternate key, and the copy into production
      * (FINAL).
      *-------------------------------------------------------------
       77  OLD-COUNT                   PIC 9(7).
       77  OLD-KEY-HASH                PIC 9(15).
       77  OLD-AMOUNT-HASH             PIC S9(15)V99.
       77  NEW-COUNT                   PIC 9(7).
       77  NEW-KEY-HASH                PIC 9(15).
       77  NEW-AMOUNT-HASH             PIC S9(15)V99.
       77  FINAL-COUNT                 PIC 9(7).
       77  FINAL-KEY-HASH              PIC 9(15).
       77  FINAL-AMOUNT-HASH           PIC S9(15)V99.
       77  LOAD-ERRORS                 PIC 9(7).
       77  ALT-1-COUNT                 PIC 9(7).
       77  ALT-2-COUNT                 PIC 9(7).
       77  ALT-ORDER-OK                PIC X.
       77  ALT-KEY-NOW                 PIC X(30).
       77  PREVIOUS-ALT-KEY            PIC X(30).

       01  TOTALS-LINE.
           05 PRINT-FILE-NAME          PIC X(9).
           05 PRINT-TOTALS-LABEL       PIC X(7).
           05 PRINT-COUNT              PIC ZZZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-KEY-HASH           PIC Z(14)9.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-AMOUNT-HASH        PIC Z(14)9.99-.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN EXTEND JOB-LOG-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE JOB-LOG-FILE.
           PERFORM WRITE-THE-STEP-COUNT.
           DISPLAY RECORDS-REORGANIZED " RECORD(S) REORGANIZED".
           IF FILES-HELD NOT = ZERO
               DISPLAY "*** " FILES-HELD " FILE(S) NOT REORGANIZED - "
                   "SEE ABOVE ***"
               MOVE 16 TO RETURN-CODE.

       MAIN-PROCESS.
           PERFORM REORGANIZE-VENDOR-FILE.
           PERFORM REORGANIZE-VOUCHER-FILE.
           PERFORM REORGANIZE-PO-FILE.
           PERFORM REORGANIZE-CUSTOMER-FILE.
           PERFORM REORGANIZE-SALES-FILE.

      *****************************************************
      *        SHARED BY EVERY FILE
      *****************************************************
       START-ONE-FILE.
           MOVE ZEROES TO OLD-COUNT OLD-KEY-HASH OLD-AMOUNT-HASH.
           MOVE ZEROES TO NEW-COUNT NEW-KEY-HASH NEW-AMOUNT-HASH.
           MOVE ZEROES TO FINAL-COUNT FINAL-KEY-HASH
                          FINAL-AMOUNT-HASH.
           MOVE ZEROES TO LOAD-ERRORS ALT-1-COUNT ALT-2-COUNT.
           MOVE "Y" TO ALT-ORDER-OK.
           MOVE "N" TO FILE-SWAPPED.
           MOVE TODAY-CCYYMMDD TO JOBLOG-RUN-DATE.
           MOVE ZEROES TO JOBLOG-STEP-NUMBER.
           MOVE REORG-FILE-NAME TO JOBLOG-PROGRAM.
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE CURRENT-TIME TO JOBLOG-START-TIME.
           DISPLAY "REORGANIZING " REORG-FILE-NAME.

      *-------------------------------------------------------------
      * The fresh file must match the unload on every count and
      * total, and every alternate key must reach every record
      * in order, or production is not touched.
      *-------------------------------------------------------------
       DECIDE-THE-SWAP.
           MOVE "Y" TO FILE-PROVED.
           IF LOAD-ERRORS NOT = ZERO
               MOVE "N" TO FILE-PROVED
               DISPLAY "** " REORG-FILE-NAME " - " LOAD-ERRORS
                   " RECORD(S) WOULD NOT RELOAD **".
           IF NEW-COUNT NOT = OLD-COUNT
               MOVE "N" TO FILE-PROVED
               DISPLAY "** " REORG-FILE-NAME
                   " - RECORD COUNTS DISAGREE **".
           IF NEW-KEY-HASH NOT = OLD-KEY-HASH
               MOVE "N" TO FILE-PROVED
               DISPLAY "** " REORG-FILE-NAME
                   " - KEY HASH TOTALS DISAGREE **".
           IF NEW-AMOUNT-HASH NOT = OLD-AMOUNT-HASH
               MOVE "N" TO FILE-PROVED
               DISPLAY "** " REORG-FILE-NAME
                   " - AMOUNT HASH TOTALS DISAGREE **".
           IF ALTERNATE-KEYS > 0
              AND ALT-1-COUNT NOT = NEW-COUNT
               MOVE "N" TO FILE-PROVED
               DISPLAY "** " REORG-FILE-NAME
                   " - FIRST ALTERNATE KEY MISSES RECORDS **".
           IF ALTERNATE-KEYS > 1
              AND ALT-2-COUNT NOT = NEW-COUNT
               MOVE "N" TO FILE-PROVED
               DISPLAY "** " REORG-FILE-NAME
                   " - SECOND ALTERNATE KEY MISSES RECORDS **".
           IF ALT-ORDER-OK NOT = "Y"
               MOVE "N" TO FILE-PROVED
               DISPLAY "** " REORG-FILE-NAME
                   " - AN ALTERNATE KEY READS OUT OF ORDER **".
           IF FILE-PROVED NOT = "Y"
               DISPLAY "** " REORG-FILE-NAME
                   " NOT SWAPPED - PRODUCTION FILE UNCHANGED **".

      *-------------------------------------------------------------
      * A swap that doesn't prove against the unload has already
      * re-created production - that is the night to reload the
      * file from its unload before anything else runs.
      *-------------------------------------------------------------
       FINISH-ONE-FILE.
           IF FILE-SWAPPED = "Y"
              AND (FINAL-COUNT NOT = OLD-COUNT
                   OR FINAL-KEY-HASH NOT = OLD-KEY-HASH
                   OR FINAL-AMOUNT-HASH NOT = OLD-AMOUNT-HASH
                   OR LOAD-ERRORS NOT = ZERO)
               MOVE "N" TO FILE-SWAPPED
               DISPLAY "*** " REORG-FILE-NAME
                   " COPY INTO PRODUCTION DID NOT PROVE - RELOAD IT"
                   " FROM " UNLOAD-NAME " ***".
           MOVE "UNLOAD" TO PRINT-TOTALS-LABEL.
           MOVE OLD-COUNT TO PRINT-COUNT.
           MOVE OLD-KEY-HASH TO PRINT-KEY-HASH.
           MOVE OLD-AMOUNT-HASH TO PRINT-AMOUNT-HASH.
           PERFORM SHOW-THE-TOTALS.
           MOVE "RELOAD" TO PRINT-TOTALS-LABEL.
           MOVE NEW-COUNT TO PRINT-COUNT.
           MOVE NEW-KEY-HASH TO PRINT-KEY-HASH.
           MOVE NEW-AMOUNT-HASH TO PRINT-AMOUNT-HASH.
           PERFORM SHOW-THE-TOTALS.
           MOVE "SWAP" TO PRINT-TOTALS-LABEL.
           MOVE FINAL-COUNT TO PRINT-COUNT.
           MOVE FINAL-KEY-HASH TO PRINT-KEY-HASH.
           MOVE FINAL-AMOUNT-HASH TO PRINT-AMOUNT-HASH.
           PERFORM SHOW-THE-TOTALS.
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE CURRENT-TIME TO JOBLOG-END-TIME.
           IF FILE-SWAPPED = "Y"
               MOVE FINAL-COUNT TO JOBLOG-RECORD-COUNT
               MOVE "OK" TO JOBLOG-STATUS
               ADD FINAL-COUNT TO RECORDS-REORGANIZED
           ELSE
               MOVE OLD-COUNT TO JOBLOG-RECORD-COUNT
               MOVE "FAIL" TO JOBLOG-STATUS
               ADD 1 TO FILES-HELD.
           WRITE JOB-LOG-RECORD.

       SHOW-THE-TOTALS.
           MOVE REORG-FILE-NAME TO PRINT-FILE-NAME.
           DISPLAY TOTALS-LINE.

       CHECK-ALT-KEY-ORDER.
           IF ALT-KEY-NOW < PREVIOUS-ALT-KEY
               MOVE "N" TO ALT-ORDER-OK.
           MOVE ALT-KEY-NOW TO PREVIOUS-ALT-KEY.

       OPEN-UNLOAD-FOR-WRITING.
           OPEN OUTPUT UNLOAD-FILE.
           MOVE "N" TO FILE-AT-END.

       OPEN-UNLOAD-FOR-READING.
           OPEN INPUT UNLOAD-FILE.
           MOVE "N" TO FILE-AT-END.
           PERFORM READ-NEXT-UNLOAD.

       READ-NEXT-UNLOAD.
           READ UNLOAD-FILE
               AT END
                   MOVE "Y" TO FILE-AT-END.

      *****************************************************
      *        VENDOR FILE - ALTERNATE KEY VENDOR-NAME
      *****************************************************
       REORGANIZE-VENDOR-FILE.
           MOVE "VENDOR" TO REORG-FILE-NAME.
           MOVE "vendunl" TO UNLOAD-NAME.
           MOVE 1 TO ALTERNATE-KEYS.
           PERFORM START-ONE-FILE.
           PERFORM UNLOAD-THE-VENDORS.
           PERFORM RELOAD-THE-VENDORS.
           PERFORM PROVE-THE-NEW-VENDORS.
           PERFORM DECIDE-THE-SWAP.
           IF FILE-PROVED = "Y"
               PERFORM SWAP-IN-THE-VENDORS.
           PERFORM FINISH-ONE-FILE.

       UNLOAD-THE-VENDORS.
           OPEN INPUT VENDOR-FILE.
           PERFORM OPEN-UNLOAD-FOR-WRITING.
           PERFORM READ-NEXT-VENDOR.
           PERFORM UNLOAD-ONE-VENDOR
               UNTIL FILE-AT-END = "Y".
           CLOSE VENDOR-FILE.
           CLOSE UNLOAD-FILE.

       READ-NEXT-VENDOR.
           READ VENDOR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO FILE-AT-END.

       UNLOAD-ONE-VENDOR.
           ADD 1 TO OLD-COUNT.
           ADD VENDOR-NUMBER OF VENDOR-RECORD TO OLD-KEY-HASH.
           ADD VENDOR-YTD-PURCHASES OF VENDOR-RECORD
               TO OLD-AMOUNT-HASH.
           MOVE VENDOR-RECORD TO UNLOAD-RECORD.
           WRITE UNLOAD-RECORD.
           PERFORM READ-NEXT-VENDOR.

       RELOAD-THE-VENDORS.
           OPEN OUTPUT NEW-VENDOR-FILE.
           PERFORM OPEN-UNLOAD-FOR-READING.
           PERFORM RELOAD-ONE-VENDOR
               UNTIL FILE-AT-END = "Y".
           CLOSE UNLOAD-FILE.
           CLOSE NEW-VENDOR-FILE.

       RELOAD-ONE-VENDOR.
           MOVE UNLOAD-RECORD TO NEW-VENDOR-RECORD.
           WRITE NEW-VENDOR-RECORD
               INVALID KEY
                   ADD 1 TO LOAD-ERRORS.
           PERFORM READ-NEXT-UNLOAD.

       PROVE-THE-NEW-VENDORS.
           OPEN INPUT NEW-VENDOR-FILE.
           MOVE "N" TO FILE-AT-END.
           PERFORM READ-NEXT-NEW-VENDOR.
           PERFORM TOTAL-ONE-NEW-VENDOR
               UNTIL FILE-AT-END = "Y".
           MOVE "N" TO FILE-AT-END.
           MOVE LOW-VALUES TO PREVIOUS-ALT-KEY.
           MOVE LOW-VALUES TO VENDOR-NAME OF NEW-VENDOR-RECORD.
           START NEW-VENDOR-FILE
               KEY NOT < VENDOR-NAME OF NEW-VENDOR-RECORD
               INVALID KEY
                   MOVE "Y" TO FILE-AT-END.
           IF FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-NEW-VENDOR.
           PERFORM WALK-ONE-VENDOR-NAME
               UNTIL FILE-AT-END = "Y".
           CLOSE NEW-VENDOR-FILE.

       READ-NEXT-NEW-VENDOR.
           READ NEW-VENDOR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO FILE-AT-END.

       TOTAL-ONE-NEW-VENDOR.
           ADD 1 TO NEW-COUNT.
           ADD VENDOR-NUMBER OF NEW-VENDOR-RECORD TO NEW-KEY-HASH.
           ADD VENDOR-YTD-PURCHASES OF NEW-VENDOR-RECORD
               TO NEW-AMOUNT-HASH.
           PERFORM READ-NEXT-NEW-VENDOR.

       WALK-ONE-VENDOR-NAME.
           ADD 1 TO ALT-1-COUNT.
           MOVE VENDOR-NAME OF NEW-VENDOR-RECORD TO ALT-KEY-NOW.
           PERFORM CHECK-ALT-KEY-ORDER.
           PERFORM READ-NEXT-NEW-VENDOR.

       SWAP-IN-THE-VENDORS.
           OPEN INPUT NEW-VENDOR-FILE.
           OPEN OUTPUT VENDOR-FILE.
           MOVE "Y" TO FILE-SWAPPED.
           MOVE "N" TO FILE-AT-END.
           PERFORM READ-NEXT-NEW-VENDOR.
           PERFORM SWAP-ONE-VENDOR
               UNTIL FILE-AT-END = "Y".
           CLOSE VENDOR-FILE.
           CLOSE NEW-VENDOR-FILE.

       SWAP-ONE-VENDOR.
           MOVE NEW-VENDOR-RECORD TO VENDOR-RECORD.
           WRITE VENDOR-RECORD
               INVALID KEY
                   ADD 1 TO LOAD-ERRORS.
           ADD 1 TO FINAL-COUNT.
           ADD VENDOR-NUMBER OF VENDOR-RECORD TO FINAL-KEY-HASH.
           ADD VENDOR-YTD-PURCHASES OF VENDOR-RECORD
               TO FINAL-AMOUNT-HASH.
           PERFORM READ-NEXT-NEW-VENDOR.

      *****************************************************
      *        VOUCHER FILE - ALTERNATE KEYS VENDOR, INVOICE
      *****************************************************
       REORGANIZE-VOUCHER-FILE.
           MOVE "VOUCHER" TO REORG-FILE-NAME.
           MOVE "vouchunl" TO UNLOAD-NAME.
           MOVE 2 TO ALTERNATE-KEYS.
           PERFORM START-ONE-FILE.
           PERFORM UNLOAD-THE-VOUCHERS.
           PERFORM RELOAD-THE-VOUCHERS.
           PERFORM PROVE-THE-NEW-VOUCHERS.
           PERFORM DECIDE-THE-SWAP.
           IF FILE-PROVED = "Y"
               PERFORM SWAP-IN-THE-VOUCHERS.
           PERFORM FINISH-ONE-FILE.

       UNLOAD-THE-VOUCHERS.
           OPEN INPUT VOUCHER-FILE.
           PERFORM OPEN-UNLOAD-FOR-WRITING.
           PERFORM READ-NEXT-VOUCHER.
           PERFORM UNLOAD-ONE-VOUCHER
               UNTIL FILE-AT-END = "Y".
           CLOSE VOUCHER-FILE.
           CLOSE UNLOAD-FILE.

       READ-NEXT-VOUCHER.
           READ VOUCHER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO FILE-AT-END.

       UNLOAD-ONE-VOUCHER.
           ADD 1 TO OLD-COUNT.
           ADD VOUCHER-NUMBER OF VOUCHER-RECORD TO OLD-KEY-HASH.
           ADD VOUCHER-AMOUNT OF VOUCHER-RECORD TO OLD-AMOUNT-HASH.
           MOVE VOUCHER-RECORD TO UNLOAD-RECORD.
           WRITE UNLOAD-RECORD.
           PERFORM READ-NEXT-VOUCHER.

       RELOAD-THE-VOUCHERS.
           OPEN OUTPUT NEW-VOUCHER-FILE.
           PERFORM OPEN-UNLOAD-FOR-READING.
           PERFORM RELOAD-ONE-VOUCHER
               UNTIL FILE-AT-END = "Y".
           CLOSE UNLOAD-FILE.
           CLOSE NEW-VOUCHER-FILE.

       RELOAD-ONE-VOUCHER.
           MOVE UNLOAD-RECORD TO NEW-VOUCHER-RECORD.
           WRITE NEW-VOUCHER-RECORD
               INVALID KEY
                   ADD 1 TO LOAD-ERRORS.
           PERFORM READ-NEXT-UNLOAD.

       PROVE-THE-NEW-VOUCHERS.
           OPEN INPUT NEW-VOUCHER-FILE.
           MOVE "N" TO FILE-AT-END.
           PERFORM READ-NEXT-NEW-VOUCHER.
           PERFORM TOTAL-ONE-NEW-VOUCHER
               UNTIL FILE-AT-END = "Y".
           MOVE "N" TO FILE-AT-END.
           MOVE LOW-VALUES TO PREVIOUS-ALT-KEY.
           MOVE ZEROES TO VOUCHER-VENDOR OF NEW-VOUCHER-RECORD.
           START NEW-VOUCHER-FILE
               KEY NOT < VOUCHER-VENDOR OF NEW-VOUCHER-RECORD
               INVALID KEY
                   MOVE "Y" TO FILE-AT-END.
           IF FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-NEW-VOUCHER.
           PERFORM WALK-ONE-VOUCHER-VENDOR
               UNTIL FILE-AT-END = "Y".
           MOVE "N" TO FILE-AT-END.
           MOVE LOW-VALUES TO PREVIOUS-ALT-KEY.
           MOVE LOW-VALUES TO VOUCHER-INVOICE OF NEW-VOUCHER-RECORD.
           START NEW-VOUCHER-FILE
               KEY NOT < VOUCHER-INVOICE OF NEW-VOUCHER-RECORD
               INVALID KEY
                   MOVE "Y" TO FILE-AT-END.
           IF FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-NEW-VOUCHER.
           PERFORM WALK-ONE-VOUCHER-INVOICE
               UNTIL FILE-AT-END = "Y".
           CLOSE NEW-VOUCHER-FILE.

       READ-NEXT-NEW-VOUCHER.
           READ NEW-VOUCHER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO FILE-AT-END.

       TOTAL-ONE-NEW-VOUCHER.
           ADD 1 TO NEW-COUNT.
           ADD VOUCHER-NUMBER OF NEW-VOUCHER-RECORD TO NEW-KEY-HASH.
           ADD VOUCHER-AMOUNT OF NEW-VOUCHER-RECORD
               TO NEW-AMOUNT-HASH.
           PERFORM READ-NEXT-NEW-VOUCHER.

       WALK-ONE-VOUCHER-VENDOR.
           ADD 1 TO ALT-1-COUNT.
           MOVE VOUCHER-VENDOR OF NEW-VOUCHER-RECORD TO ALT-KEY-NOW.
           PERFORM CHECK-ALT-KEY-ORDER.
           PERFORM READ-NEXT-NEW-VOUCHER.

       WALK-ONE-VOUCHER-INVOICE.
           ADD 1 TO ALT-2-COUNT.
           MOVE VOUCHER-INVOICE OF NEW-VOUCHER-RECORD TO ALT-KEY-NOW.
           PERFORM CHECK-ALT-KEY-ORDER.
           PERFORM READ-NEXT-NEW-VOUCHER.

       SWAP-IN-THE-VOUCHERS.
           OPEN INPUT NEW-VOUCHER-FILE.
           OPEN OUTPUT VOUCHER-FILE.
           MOVE "Y" TO FILE-SWAPPED.
           MOVE "N" TO FILE-AT-END.
           PERFORM READ-NEXT-NEW-VOUCHER.
           PERFORM SWAP-ONE-VOUCHER
               UNTIL FILE-AT-END = "Y".
           CLOSE VOUCHER-FILE.
           CLOSE NEW-VOUCHER-FILE.

       SWAP-ONE-VOUCHER.
           MOVE NEW-VOUCHER-RECORD TO VOUCHER-RECORD.
           WRITE VOUCHER-RECORD
               INVALID KEY
                   ADD 1 TO LOAD-ERRORS.
           ADD 1 TO FINAL-COUNT.
           ADD VOUCHER-NUMBER OF VOUCHER-RECORD TO FINAL-KEY-HASH.
           ADD VOUCHER-AMOUNT OF VOUCHER-RECORD
               TO FINAL-AMOUNT-HASH.
           PERFORM READ-NEXT-NEW-VOUCHER.

      *****************************************************
      *        PURCHASE ORDER FILE - ALTERNATE KEY PO-VENDOR
      *****************************************************
       REORGANIZE-PO-FILE.
           MOVE "PO" TO REORG-FILE-NAME.
           MOVE "pounl" TO UNLOAD-NAME.
           MOVE 1 TO ALTERNATE-KEYS.
           PERFORM START-ONE-FILE.
           PERFORM UNLOAD-THE-POS.
           PERFORM RELOAD-THE-POS.
           PERFORM PROVE-THE-NEW-POS.
           PERFORM DECIDE-THE-SWAP.
           IF FILE-PROVED = "Y"
               PERFORM SWAP-IN-THE-POS.
           PERFORM FINISH-ONE-FILE.

       UNLOAD-THE-POS.
           OPEN INPUT PO-FILE.
           PERFORM OPEN-UNLOAD-FOR-WRITING.
           PERFORM READ-NEXT-PO.
           PERFORM UNLOAD-ONE-PO
               UNTIL FILE-AT-END = "Y".
           CLOSE PO-FILE.
           CLOSE UNLOAD-FILE.

       READ-NEXT-PO.
           READ PO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO FILE-AT-END.

       UNLOAD-ONE-PO.
           ADD 1 TO OLD-COUNT.
           ADD PO-NUMBER OF PO-RECORD TO OLD-KEY-HASH.
           ADD PO-ORDERED-AMOUNT OF PO-RECORD TO OLD-AMOUNT-HASH.
           MOVE PO-RECORD TO UNLOAD-RECORD.
           WRITE UNLOAD-RECORD.
           PERFORM READ-NEXT-PO.

       RELOAD-THE-POS.
           OPEN OUTPUT NEW-PO-FILE.
           PERFORM OPEN-UNLOAD-FOR-READING.
           PERFORM RELOAD-ONE-PO
               UNTIL FILE-AT-END = "Y".
           CLOSE UNLOAD-FILE.
           CLOSE NEW-PO-FILE.

       RELOAD-ONE-PO.
           MOVE UNLOAD-RECORD TO NEW-PO-RECORD.
           WRITE NEW-PO-RECORD
               INVALID KEY
                   ADD 1 TO LOAD-ERRORS.
           PERFORM READ-NEXT-UNLOAD.

       PROVE-THE-NEW-POS.
           OPEN INPUT NEW-PO-FILE.
           MOVE "N" TO FILE-AT-END.
           PERFORM READ-NEXT-NEW-PO.
           PERFORM TOTAL-ONE-NEW-PO
               UNTIL FILE-AT-END = "Y".
           MOVE "N" TO FILE-AT-END.
           MOVE LOW-VALUES TO PREVIOUS-ALT-KEY.
           MOVE ZEROES TO PO-VENDOR OF NEW-PO-RECORD.
           START NEW-PO-FILE
               KEY NOT < PO-VENDOR OF NEW-PO-RECORD
               INVALID KEY
                   MOVE "Y" TO FILE-AT-END.
           IF FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-NEW-PO.
           PERFORM WALK-ONE-PO-VENDOR
               UNTIL FILE-AT-END = "Y".
           CLOSE NEW-PO-FILE.

       READ-NEXT-NEW-PO.
           READ NEW-PO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO FILE-AT-END.

       TOTAL-ONE-NEW-PO.
           ADD 1 TO NEW-COUNT.
           ADD PO-NUMBER OF NEW-PO-RECORD TO NEW-KEY-HASH.
           ADD PO-ORDERED-AMOUNT OF NEW-PO-RECORD
               TO NEW-AMOUNT-HASH.
           PERFORM READ-NEXT-NEW-PO.

       WALK-ONE-PO-VENDOR.
           ADD 1 TO ALT-1-COUNT.
           MOVE PO-VENDOR OF NEW-PO-RECORD TO ALT-KEY-NOW.
           PERFORM CHECK-ALT-KEY-ORDER.
           PERFORM READ-NEXT-NEW-PO.

       SWAP-IN-THE-POS.
           OPEN INPUT NEW-PO-FILE.
           OPEN OUTPUT PO-FILE.
           MOVE "Y" TO FILE-SWAPPED.
           MOVE "N" TO FILE-AT-END.
           PERFORM READ-NEXT-NEW-PO.
           PERFORM SWAP-ONE-PO
               UNTIL FILE-AT-END = "Y".
           CLOSE PO-FILE.
           CLOSE NEW-PO-FILE.

       SWAP-ONE-PO.
           MOVE NEW-PO-RECORD TO PO-RECORD.
           WRITE PO-RECORD
               INVALID KEY
                   ADD 1 TO LOAD-ERRORS.
           ADD 1 TO FINAL-COUNT.
           ADD PO-NUMBER OF PO-RECORD TO FINAL-KEY-HASH.
           ADD PO-ORDERED-AMOUNT OF PO-RECORD TO FINAL-AMOUNT-HASH.
           PERFORM READ-NEXT-NEW-PO.

      *****************************************************
      *        CUSTOMER MASTER - PRIMARY KEY ONLY
      *****************************************************
       REORGANIZE-CUSTOMER-FILE.
           MOVE "CUSTMAST" TO REORG-FILE-NAME.
           MOVE "C:\gnuCobol\COBOL\DATA\CUSTMAST.UNL" TO UNLOAD-NAME.
           MOVE 0 TO ALTERNATE-KEYS.
           PERFORM START-ONE-FILE.
           PERFORM UNLOAD-THE-CUSTOMERS.
           PERFORM RELOAD-THE-CUSTOMERS.
           PERFORM PROVE-THE-NEW-CUSTOMERS.
           PERFORM DECIDE-THE-SWAP.
           IF FILE-PROVED = "Y"
               PERFORM SWAP-IN-THE-CUSTOMERS.
           PERFORM FINISH-ONE-FILE.

       UNLOAD-THE-CUSTOMERS.
           OPEN INPUT CUSTMAST.
           PERFORM OPEN-UNLOAD-FOR-WRITING.
           PERFORM READ-NEXT-CUSTOMER.
           PERFORM UNLOAD-ONE-CUSTOMER
               UNTIL FILE-AT-END = "Y".
           CLOSE CUSTMAST.
           CLOSE UNLOAD-FILE.

       READ-NEXT-CUSTOMER.
           READ CUSTMAST NEXT RECORD
               AT END
                   MOVE "Y" TO FILE-AT-END.

       UNLOAD-ONE-CUSTOMER.
           ADD 1 TO OLD-COUNT.
           ADD CM-CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD
               TO OLD-KEY-HASH.
           ADD CM-SALES-THIS-YTD OF CUSTOMER-MASTER-RECORD
               TO OLD-AMOUNT-HASH.
           MOVE CUSTOMER-MASTER-RECORD TO UNLOAD-RECORD.
           WRITE UNLOAD-RECORD.
           PERFORM READ-NEXT-CUSTOMER.

       RELOAD-THE-CUSTOMERS.
           OPEN OUTPUT NEW-CUSTMAST.
           PERFORM OPEN-UNLOAD-FOR-READING.
           PERFORM RELOAD-ONE-CUSTOMER
               UNTIL FILE-AT-END = "Y".
           CLOSE UNLOAD-FILE.
           CLOSE NEW-CUSTMAST.

       RELOAD-ONE-CUSTOMER.
           MOVE UNLOAD-RECORD TO NEW-CUSTOMER-MASTER-RECORD.
           WRITE NEW-CUSTOMER-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO LOAD-ERRORS.
           PERFORM READ-NEXT-UNLOAD.

       PROVE-THE-NEW-CUSTOMERS.
           OPEN INPUT NEW-CUSTMAST.
           MOVE "N" TO FILE-AT-END.
           PERFORM READ-NEXT-NEW-CUSTOMER.
           PERFORM TOTAL-ONE-NEW-CUSTOMER
               UNTIL FILE-AT-END = "Y".
           CLOSE NEW-CUSTMAST.

       READ-NEXT-NEW-CUSTOMER.
           READ NEW-CUSTMAST NEXT RECORD
               AT END
                   MOVE "Y" TO FILE-AT-END.

       TOTAL-ONE-NEW-CUSTOMER.
           ADD 1 TO NEW-COUNT.
           ADD CM-CUSTOMER-NUMBER OF NEW-CUSTOMER-MASTER-RECORD
               TO NEW-KEY-HASH.
           ADD CM-SALES-THIS-YTD OF NEW-CUSTOMER-MASTER-RECORD
               TO NEW-AMOUNT-HASH.
           PERFORM READ-NEXT-NEW-CUSTOMER.

       SWAP-IN-THE-CUSTOMERS.
           OPEN INPUT NEW-CUSTMAST.
           OPEN OUTPUT CUSTMAST.
           MOVE "Y" TO FILE-SWAPPED.
           MOVE "N" TO FILE-AT-END.
           PERFORM READ-NEXT-NEW-CUSTOMER.
           PERFORM SWAP-ONE-CUSTOMER
               UNTIL FILE-AT-END = "Y".
           CLOSE CUSTMAST.
           CLOSE NEW-CUSTMAST.

       SWAP-ONE-CUSTOMER.
           MOVE NEW-CUSTOMER-MASTER-RECORD TO CUSTOMER-MASTER-RECORD.
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO LOAD-ERRORS.
           ADD 1 TO FINAL-COUNT.
           ADD CM-CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD
               TO FINAL-KEY-HASH.
           ADD CM-SALES-THIS-YTD OF CUSTOMER-MASTER-RECORD
               TO FINAL-AMOUNT-HASH.
           PERFORM READ-NEXT-NEW-CUSTOMER.

      *****************************************************
      *        SALES TRANSACTIONS - PRIMARY KEY ONLY
      *****************************************************
      *-------------------------------------------------------------
      * The key is customer + invoice; the customer number half
      * is the part that can be hash-totalled.
      *-------------------------------------------------------------
       REORGANIZE-SALES-FILE.
           MOVE "SALESTRX" TO REORG-FILE-NAME.
           MOVE "C:\gnuCobol\COBOL\DATA\SALESTRX.UNL" TO UNLOAD-NAME.
           MOVE 0 TO ALTERNATE-KEYS.
           PERFORM START-ONE-FILE.
           PERFORM UNLOAD-THE-SALES.
           PERFORM RELOAD-THE-SALES.
           PERFORM PROVE-THE-NEW-SALES.
           PERFORM DECIDE-THE-SWAP.
           IF FILE-PROVED = "Y"
               PERFORM SWAP-IN-THE-SALES.
           PERFORM FINISH-ONE-FILE.

       UNLOAD-THE-SALES.
           OPEN INPUT SALES-TRANSACTION-FILE.
           PERFORM OPEN-UNLOAD-FOR-WRITING.
           PERFORM READ-NEXT-SALE.
           PERFORM UNLOAD-ONE-SALE
               UNTIL FILE-AT-END = "Y".
           CLOSE SALES-TRANSACTION-FILE.
           CLOSE UNLOAD-FILE.

       READ-NEXT-SALE.
           READ SALES-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO FILE-AT-END.

       UNLOAD-ONE-SALE.
           ADD 1 TO OLD-COUNT.
           ADD ST-CUSTOMER-NUMBER OF SALES-TRANSACTION-RECORD
               TO OLD-KEY-HASH.
           ADD ST-INVOICE-AMOUNT OF SALES-TRANSACTION-RECORD
               TO OLD-AMOUNT-HASH.
           MOVE SALES-TRANSACTION-RECORD TO UNLOAD-RECORD.
           WRITE UNLOAD-RECORD.
           PERFORM READ-NEXT-SALE.

       RELOAD-THE-SALES.
           OPEN OUTPUT NEW-SALES-TRANSACTION-FILE.
           PERFORM OPEN-UNLOAD-FOR-READING.
           PERFORM RELOAD-ONE-SALE
               UNTIL FILE-AT-END = "Y".
           CLOSE UNLOAD-FILE.
           CLOSE NEW-SALES-TRANSACTION-FILE.

       RELOAD-ONE-SALE.
           MOVE UNLOAD-RECORD TO NEW-SALES-TRANSACTION-RECORD.
           WRITE NEW-SALES-TRANSACTION-RECORD
               INVALID KEY
                   ADD 1 TO LOAD-ERRORS.
           PERFORM READ-NEXT-UNLOAD.

       PROVE-THE-NEW-SALES.
           OPEN INPUT NEW-SALES-TRANSACTION-FILE.
           MOVE "N" TO FILE-AT-END.
           PERFORM READ-NEXT-NEW-SALE.
           PERFORM TOTAL-ONE-NEW-SALE
               UNTIL FILE-AT-END = "Y".
           CLOSE NEW-SALES-TRANSACTION-FILE.

       READ-NEXT-NEW-SALE.
           READ NEW-SALES-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO FILE-AT-END.

       TOTAL-ONE-NEW-SALE.
           ADD 1 TO NEW-COUNT.
           ADD ST-CUSTOMER-NUMBER OF NEW-SALES-TRANSACTION-RECORD
               TO NEW-KEY-HASH.
           ADD ST-INVOICE-AMOUNT OF NEW-SALES-TRANSACTION-RECORD
               TO NEW-AMOUNT-HASH.
           PERFORM READ-NEXT-NEW-SALE.

       SWAP-IN-THE-SALES.
           OPEN INPUT NEW-SALES-TRANSACTION-FILE.
           OPEN OUTPUT SALES-TRANSACTION-FILE.
           MOVE "Y" TO FILE-SWAPPED.
           MOVE "N" TO FILE-AT-END.
           PERFORM READ-NEXT-NEW-SALE.
           PERFORM SWAP-ONE-SALE
               UNTIL FILE-AT-END = "Y".
           CLOSE SALES-TRANSACTION-FILE.
           CLOSE NEW-SALES-TRANSACTION-FILE.

       SWAP-ONE-SALE.
           MOVE NEW-SALES-TRANSACTION-RECORD
               TO SALES-TRANSACTION-RECORD.
           WRITE SALES-TRANSACTION-RECORD
               INVALID KEY
                   ADD 1 TO LOAD-ERRORS.
           ADD 1 TO FINAL-COUNT.
           ADD ST-CUSTOMER-NUMBER OF SALES-TRANSACTION-RECORD
               TO FINAL-KEY-HASH.
           ADD ST-INVOICE-AMOUNT OF SALES-TRANSACTION-RECORD
               TO FINAL-AMOUNT-HASH.
           PERFORM READ-NEXT-NEW-SALE.

      *-------------------------------------------------------------
      * Hands the run's record count back to the nightly batch
      * driver through the step-count record, so the morning run
      * report can say what this step processed.
      *-------------------------------------------------------------
       WRITE-THE-STEP-COUNT.
           OPEN OUTPUT STEP-COUNT-FILE.
           MOVE RECORDS-REORGANIZED TO STEP-RECORD-COUNT.
           WRITE STEP-COUNT-RECORD.
           CLOSE STEP-COUNT-FILE.
