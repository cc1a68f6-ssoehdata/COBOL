      * and VEN1042R) has printed from the finished year: each
      * vendor's THIS-YTD purchase and payment accumulators move
      * to LAST-YTD and clear, and the 1042-S accumulators clear
      * for the new withholding year, as does the backup
      * withholding taken. The operator confirms
      * before anything moves - this is a once-a-year run, and
      * running it twice would wipe last year's comparatives.
      * A rebate agreement still accruing (RBTACR01) counts the
      * vendor's YTD purchases, so before they clear the year's
      * purchases are added to its carried purchases and the
      * period's total survives the roll.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "SLVND02.CBL".

           COPY "SLRBT01.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDVND04.CBL".

           COPY "FDRBT01.CBL".

       WORKING-STORAGE SECTION.

           COPY "WSCASE01.CBL".

       77  VENDOR-FILE-AT-END          PIC X VALUE "N".
       77  REBATE-FILE-AT-END          PIC X.
       77  AGREEMENTS-CARRIED          PIC 9(5) VALUE ZERO.
       77  NEW-YEAR-START              PIC 9(8).
       77  OK-TO-ROLL                  PIC X.
       77  VENDORS-ROLLED              PIC 9(5) VALUE ZERO.


       OPENING-PROCEDURE.
           OPEN I-O VENDOR-FILE.
           OPEN I-O REBATE-FILE.
           ACCEPT NEW-YEAR-START FROM DATE YYYYMMDD.
           MOVE "0101" TO NEW-YEAR-START(5:4).
           PERFORM CONFIRM-THE-ROLL.

       CONFIRM-THE-ROLL.
           DISPLAY "ROLL EVERY VENDOR'S YTD PURCHASES AND".
           DISPLAY "PAYMENTS TO LAST YEAR AND CLEAR THE 1042-S".
           DISPLAY "AND BACKUP WITHHOLDING ACCUMULATORS - RUN".
           DISPLAY "ONCE PER YEAR ONLY.".
           DISPLAY "PROCEED (Y/N)?".
           ACCEPT OK-TO-ROLL.
           INSPECT OK-TO-ROLL CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       CLOSING-PROCEDURE.
           CLOSE VENDOR-FILE.
           CLOSE REBATE-FILE.
           DISPLAY VENDORS-ROLLED " VENDOR(S) ROLLED".
           DISPLAY AGREEMENTS-CARRIED " REBATE AGREEMENT(S) CARRIED".

       MAIN-PROCESS.
           PERFORM READ-NEXT-VENDOR.
                   MOVE "Y" TO VENDOR-FILE-AT-END.

       ROLL-ALL-VENDORS.
           PERFORM CARRY-REBATE-PURCHASES.
           MOVE VENDOR-YTD-PURCHASES TO VENDOR-LY-PURCHASES.
           MOVE VENDOR-YTD-PAYMENTS TO VENDOR-LY-PAYMENTS.
           MOVE ZEROES TO VENDOR-YTD-PURCHASES.
           MOVE ZEROES TO VENDOR-YTD-PAYMENTS.
           MOVE ZEROES TO VENDOR-YTD-1042-PAID.
           MOVE ZEROES TO VENDOR-YTD-1042-WITHHELD.
           MOVE ZEROES TO VENDOR-YTD-BACKUP-WITHHELD.
           REWRITE VENDOR-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR RECORD".
           ADD 1 TO VENDORS-ROLLED.
           PERFORM READ-NEXT-VENDOR.

       CARRY-REBATE-PURCHASES.
           MOVE VENDOR-NUMBER TO REBATE-VENDOR.
           MOVE ZEROES TO REBATE-PERIOD-START.
           MOVE "N" TO REBATE-FILE-AT-END.
           START REBATE-FILE KEY NOT < REBATE-KEY
               INVALID KEY
                   MOVE "Y" TO REBATE-FILE-AT-END.
           PERFORM READ-NEXT-REBATE.
           PERFORM CARRY-ONE-AGREEMENT
               UNTIL REBATE-FILE-AT-END = "Y".

       READ-NEXT-REBATE.
           IF REBATE-FILE-AT-END NOT = "Y"
               READ REBATE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO REBATE-FILE-AT-END.
           IF REBATE-FILE-AT-END NOT = "Y" AND
              REBATE-VENDOR NOT = VENDOR-NUMBER
               MOVE "Y" TO REBATE-FILE-AT-END.

      *-------------------------------------------------------------
      * Only an agreement whose period began before the new year
      * bought anything in the year being rolled.
      *-------------------------------------------------------------
       CARRY-ONE-AGREEMENT.
           IF REBATE-IS-ACCRUING AND
              REBATE-PERIOD-START < NEW-YEAR-START
               ADD VENDOR-YTD-PURCHASES TO REBATE-CARRIED-PURCHASES
               PERFORM REWRITE-REBATE-RECORD
               ADD 1 TO AGREEMENTS-CARRIED.
           PERFORM READ-NEXT-REBATE.

       REWRITE-REBATE-RECORD.
           REWRITE REBATE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING REBATE RECORD".
