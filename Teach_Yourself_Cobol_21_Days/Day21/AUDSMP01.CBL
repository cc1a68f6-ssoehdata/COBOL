      * Audit sample of paid vouchers
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSMP01.
      *-------------------------------------------------------------
      * Draws the external auditors' sample of paid vouchers and
      * pulls the support for each item, instead of a week of
      * hand work across the voucher file, the archive and the
      * check register. Takes the period (first and last paid
      * date), the sample size and the method:
      *   R - random: every voucher paid in the period equally
      *       likely;
      *   S - stratified by dollar band: every voucher at or
      *       over the keyed threshold is taken, and the rest of
      *       the sample is spread over 1 to 5 equal-width bands
      *       below it in proportion to how many vouchers each
      *       band holds, drawn at random within the band.
      * The population is every voucher paid in the period and
      * not voided, on VOUCHER-FILE and the archive alike. The
      * first pass counts it; the second draws the sample in one
      * sequential pass (selection sampling - each voucher is
      * taken with the chance still-needed over still-to-see,
      * which yields exactly the number wanted). The random
      * numbers come from the Park-Miller generator seeded with
      * the printed seed, so keying the same seed, period and
      * method again draws the same sample.
      * Each item gets a support sheet - vendor, invoice, GL
      * coding, who keyed and who approved it, the check or ACH
      * reference and its cleared date, the invoice image and
      * the voucher notes - and a line on the AUDSMPL flat file
      * for the auditors' software (layout at SAMPLE-RECORD).
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLVOUCH.CBL".

           COPY "SLVARCH.CBL".

           COPY "SLVND02.CBL".

           COPY "SLGLACT01.CBL".

           COPY "SLCHKREG.CBL".

           COPY "SLEREG01.CBL".

           COPY "SLVNOTE.CBL".

           COPY "SLVIMG01.CBL".

           SELECT SAMPLE-FILE
               ASSIGN TO "AUDSMPL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDVOUCH.CBL".

           COPY "FDVARCH.CBL".

           COPY "FDVND04.CBL".

           COPY "FDGLACT01.CBL".

           COPY "FDCHKREG.CBL".

           COPY "FDEREG01.CBL".

           COPY "FDVNOTE.CBL".

           COPY "FDVIMG01.CBL".

      *-------------------------------------------------------------
      * One line per sampled voucher. Amounts carry a leading
      * sign and a decimal point; dates are CCYYMMDD; SOURCE is
      * L (live file) or A (archive); STRATUM is the band number,
      * 9 for the over-threshold stratum, 0 for a random sample;
      * PAY-TYPE is CHECK, ACH, WIRE or OTHER.
      *-------------------------------------------------------------
       FD  SAMPLE-FILE
           LABEL RECORDS ARE OMITTED.
       01  SAMPLE-RECORD.
           05 SMPL-ITEM                PIC 9(5).
           05 SMPL-STRATUM             PIC 9.
           05 SMPL-SOURCE              PIC X.
           05 SMPL-VOUCHER             PIC 9(7).
           05 SMPL-VENDOR              PIC 9(5).
           05 SMPL-VENDOR-NAME         PIC X(30).
           05 SMPL-INVOICE             PIC X(15).
           05 SMPL-INVOICE-DATE        PIC 9(8).
           05 SMPL-AMOUNT              PIC -9(9).99.
           05 SMPL-PAID-AMOUNT         PIC -9(9).99.
           05 SMPL-PAID-DATE           PIC 9(8).
           05 SMPL-GL-ACCOUNT          PIC 9(6).
           05 SMPL-CATEGORY            PIC X(2).
           05 SMPL-ENTERED-BY          PIC X(8).
           05 SMPL-APPROVED-BY         PIC X(8).
           05 SMPL-APPROVAL-DATE       PIC 9(8).
           05 SMPL-PAY-TYPE            PIC X(5).
           05 SMPL-PAY-REFERENCE       PIC 9(8).
           05 SMPL-CLEARED-DATE        PIC 9(8).
           05 SMPL-IMAGE-ID            PIC X(20).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "WSPRNT01.CBL".

           COPY "WSDATE01.CBL".

           COPY "WSCASE01.CBL".

           COPY "WSVIMG01.CBL".

       77  VOUCHER-FILE-AT-END         PIC X.
       77  ARCHIVE-FILE-AT-END         PIC X.
       77  NOTE-FILE-AT-END            PIC X.
       77  VENDOR-FOUND                PIC X.
       77  GL-ACCOUNT-FOUND            PIC X.
       77  PAYMENT-FOUND               PIC X.
       77  ITEM-IS-SAMPLED             PIC X.
       77  PASS-NUMBER                 PIC 9.
       77  VOUCHER-SOURCE              PIC X.
           88 VOUCHER-FROM-ARCHIVE     VALUE "A".

       77  PERIOD-START                PIC 9(8).
       77  PERIOD-END                  PIC 9(8).
       77  SAMPLE-SIZE                 PIC 9(5).
       77  SAMPLE-METHOD               PIC X.
           88 SAMPLE-IS-RANDOM         VALUE "R".
           88 SAMPLE-IS-STRATIFIED     VALUE "S".
       77  TOP-THRESHOLD               PIC 9(9)V99.
       77  BAND-COUNT                  PIC 9.
       77  TOP-BAND                    PIC 9 VALUE 9.

      *-------------------------------------------------------------
      * Park-Miller minimal standard generator: each seed is the
      * last times 16807, modulo 2**31 - 1.
      *-------------------------------------------------------------
       77  SEED-KEYED                  PIC 9(9).
       77  STARTING-SEED               PIC 9(10).
       77  RANDOM-SEED                 PIC 9(10).
       77  RANDOM-PRODUCT              PIC 9(15).
       77  RANDOM-QUOTIENT             PIC 9(15).
       77  RANDOM-MULTIPLIER           PIC 9(5) VALUE 16807.
       77  RANDOM-MODULUS              PIC 9(10) VALUE 2147483647.
       77  CHANCE-LEFT-SIDE            PIC 9(18).
       77  CHANCE-RIGHT-SIDE           PIC 9(18).
       77  CURRENT-TIME                PIC 9(8).

       77  ITEM-BAND                   PIC 9.
       77  BAND-SUB                    PIC 99.
       77  POPULATION-COUNT            PIC 9(7) VALUE ZERO.
       77  POPULATION-TOTAL            PIC S9(11)V99 VALUE ZERO.
       77  BELOW-POPULATION            PIC 9(7).
       77  SAMPLE-REMAINING            PIC 9(7).
       77  SAMPLE-LEFTOVER             PIC 9(7).
       77  ITEMS-SAMPLED               PIC 9(5) VALUE ZERO.
       77  SAMPLED-TOTAL               PIC S9(11)V99 VALUE ZERO.
       77  ITEMS-PLANNED               PIC 9(7) VALUE ZERO.

       77  PAYMENT-TYPE                PIC X(5).
       77  PAYMENT-ISSUED              PIC 9(8).
       77  PAYMENT-STATUS              PIC X(11).
       77  PAYMENT-CLEARED-DATE        PIC 9(8).

      *-------------------------------------------------------------
      * Bands 1 to BAND-COUNT lie below the threshold, each up to
      * (not including) its BAND-LIMIT; entry 9 is the stratum at
      * or over the threshold. A random sample is one band.
      *-------------------------------------------------------------
       01  BAND-TABLE.
           05 BAND-ENTRY OCCURS 9 TIMES.
              10 BAND-LIMIT            PIC S9(9)V99.
              10 BAND-POPULATION       PIC 9(7).
              10 BAND-AMOUNT           PIC S9(11)V99.
              10 BAND-WANTED           PIC 9(7).
              10 BAND-SEEN             PIC 9(7).
              10 BAND-TAKEN            PIC 9(7).

       01  TITLE-LINE.
           05 FILLER                   PIC X(30) VALUE
              "AUDIT SAMPLE - VOUCHERS PAID ".
           05 PRINT-PERIOD-START       PIC 9(8).
           05 FILLER                   PIC X(4) VALUE " TO ".
           05 PRINT-PERIOD-END         PIC 9(8).

       01  METHOD-LINE.
           05 FILLER                   PIC X(8) VALUE "METHOD:".
           05 PRINT-METHOD             PIC X(40).

       01  SEED-LINE.
           05 FILLER                   PIC X(24) VALUE
              "RANDOM SEED:".
           05 PRINT-SEED               PIC Z(9)9.

       01  SIZE-LINE.
           05 FILLER                   PIC X(24) VALUE
              "SAMPLE SIZE REQUESTED:".
           05 PRINT-SIZE               PIC ZZZZ9.

       01  POPULATION-LINE.
           05 FILLER                   PIC X(24) VALUE
              "POPULATION:".
           05 PRINT-POPULATION         PIC ZZZZZZ9.
           05 FILLER                   PIC X(11) VALUE " VOUCHERS  ".
           05 PRINT-POPULATION-TOTAL   PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  BAND-COLUMN-LINE.
           05 FILLER                   PIC X(16) VALUE "STRATUM".
           05 FILLER                   PIC X(22) VALUE
              "AMOUNTS".
           05 FILLER                   PIC X(9) VALUE "  ITEMS".
           05 FILLER                   PIC X(9) VALUE "  SAMPLE".

       01  BAND-LINE.
           05 PRINT-BAND-NAME          PIC X(16).
           05 PRINT-BAND-RANGE         PIC X(7).
           05 PRINT-BAND-LIMIT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-BAND-POPULATION    PIC ZZZZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-BAND-WANTED        PIC ZZZZZZZ9.

       01  DIVIDER-LINE                PIC X(78) VALUE ALL "-".

       01  SHEET-HEAD-LINE.
           05 FILLER                   PIC X(12) VALUE "SAMPLE ITEM ".
           05 PRINT-ITEM               PIC ZZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-STRATUM            PIC X(16).
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-SOURCE             PIC X(20).

       01  SHEET-VOUCHER-LINE.
           05 FILLER                   PIC X(8) VALUE "VOUCHER".
           05 PRINT-VOUCHER            PIC 9(7).
           05 FILLER                   PIC X(10) VALUE "  INVOICE ".
           05 PRINT-INVOICE            PIC X(15).
           05 FILLER                   PIC X(8) VALUE "  DATED ".
           05 PRINT-INVOICE-DATE       PIC 9(8).
           05 FILLER                   PIC X(6) VALUE "  DUE ".
           05 PRINT-DUE-DATE           PIC 9(8).

       01  SHEET-VENDOR-LINE.
           05 FILLER                   PIC X(8) VALUE "VENDOR".
           05 PRINT-VENDOR             PIC 9(5).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-VENDOR-NAME        PIC X(30).

       01  SHEET-FOR-LINE.
           05 FILLER                   PIC X(8) VALUE "FOR".
           05 PRINT-FOR                PIC X(30).

       01  SHEET-AMOUNT-LINE.
           05 FILLER                   PIC X(8) VALUE "AMOUNT".
           05 PRINT-AMOUNT             PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(11) VALUE "  DISCOUNT ".
           05 PRINT-DISCOUNT           PIC ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(7) VALUE "  PAID ".
           05 PRINT-PAID-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.

       01  SHEET-GL-LINE.
           05 FILLER                   PIC X(8) VALUE "GL".
           05 PRINT-GL-ACCOUNT         PIC 9(6).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-GL-NAME            PIC X(30).
           05 FILLER                   PIC X(11) VALUE "  CATEGORY ".
           05 PRINT-CATEGORY           PIC X(2).

       01  SHEET-SPLIT-LINE.
           05 FILLER                   PIC X(8) VALUE "ALLOC".
           05 PRINT-CCA-CODE           PIC X(6).
           05 FILLER                   PIC X(10) VALUE "  PROJECT ".
           05 PRINT-PROJECT            PIC X(10).
           05 FILLER                   PIC X(12) VALUE "  COST CODE ".
           05 PRINT-COST-CODE          PIC X(4).

       01  SHEET-APPROVAL-LINE.
           05 FILLER                   PIC X(9) VALUE "KEYED BY ".
           05 PRINT-ENTERED-BY         PIC X(8).
           05 PRINT-APPROVAL-TEXT      PIC X(16).
           05 PRINT-APPROVED-BY        PIC X(8).
           05 PRINT-APPROVAL-ON        PIC X(4).
           05 PRINT-APPROVAL-DATE      PIC X(8).

       01  SHEET-PAYMENT-LINE.
           05 FILLER                   PIC X(8) VALUE "PAID BY".
           05 PRINT-PAY-TYPE           PIC X(5).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-PAY-REFERENCE      PIC 9(8).
           05 FILLER                   PIC X(8) VALUE "  ON    ".
           05 PRINT-PAID-DATE          PIC 9(8).
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-PAY-STATUS         PIC X(11).
           05 FILLER                   PIC X(10) VALUE "  CLEARED ".
           05 PRINT-CLEARED-DATE       PIC 9(8).

       01  SHEET-IMAGE-LINE.
           05 FILLER                   PIC X(8) VALUE "IMAGE".
           05 PRINT-IMAGE-ID           PIC X(20).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-IMAGE-PAGES        PIC ZZ9.
           05 FILLER                   PIC X(17) VALUE
              " PAGE(S) SCANNED ".
           05 PRINT-IMAGE-SCANNED      PIC 9(8).

       01  SHEET-NOTE-LINE.
           05 FILLER                   PIC X(8) VALUE "NOTE".
           05 PRINT-NOTE-DATE          PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-NOTE-OPERATOR      PIC X(8).

       01  SHEET-NOTE-TEXT-LINE.
           05 FILLER                   PIC X(8) VALUE SPACE.
           05 PRINT-NOTE-TEXT          PIC X(60).

       01  TOTAL-LINE.
           05 FILLER                   PIC X(24) VALUE
              "ITEMS SAMPLED:".
           05 PRINT-ITEMS-SAMPLED      PIC ZZZZZZ9.
           05 FILLER                   PIC X(11) VALUE SPACE.
           05 PRINT-SAMPLED-TOTAL      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-ARCHIVE-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT GLACCOUNT-FILE.
           OPEN INPUT CHECK-REGISTER-FILE.
           OPEN INPUT EFT-REGISTER-FILE.
           OPEN INPUT VOUCHER-NOTE-FILE.
           OPEN INPUT VOUCHER-IMAGE-FILE.
           PERFORM GET-THE-PARAMETERS.
           MOVE "AUDSMP01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.
           OPEN OUTPUT SAMPLE-FILE.

       CLOSING-PROCEDURE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-ARCHIVE-FILE.
           CLOSE VENDOR-FILE.
           CLOSE GLACCOUNT-FILE.
           CLOSE CHECK-REGISTER-FILE.
           CLOSE EFT-REGISTER-FILE.
           CLOSE VOUCHER-NOTE-FILE.
           CLOSE VOUCHER-IMAGE-FILE.
           CLOSE PRINTER-FILE.
           CLOSE SAMPLE-FILE.
           DISPLAY ITEMS-SAMPLED " ITEM(S) SAMPLED FROM "
               POPULATION-COUNT " PAID VOUCHER(S) - SEED "
               STARTING-SEED.

       MAIN-PROCESS.
           MOVE 1 TO PASS-NUMBER.
           PERFORM WALK-THE-POPULATION.
           PERFORM PLAN-THE-SAMPLE.
           PERFORM PRINT-THE-PLAN.
           MOVE 2 TO PASS-NUMBER.
           PERFORM WALK-THE-POPULATION.
           PERFORM PRINT-THE-TOTAL.

      *****************************************************
      *        THE RUN'S PARAMETERS
      *****************************************************
       GET-THE-PARAMETERS.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "FIRST PAID DATE OF THE PERIOD (MM/DD/CCYY)"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO PERIOD-START.
           PERFORM ENTER-PERIOD-END.
           PERFORM RE-ENTER-PERIOD-END
               UNTIL PERIOD-END NOT < PERIOD-START.
           PERFORM ENTER-SAMPLE-SIZE.
           PERFORM RE-ENTER-SAMPLE-SIZE
               UNTIL SAMPLE-SIZE > ZERO.
           PERFORM ENTER-SAMPLE-METHOD.
           PERFORM RE-ENTER-SAMPLE-METHOD
               UNTIL SAMPLE-IS-RANDOM OR SAMPLE-IS-STRATIFIED.
           IF SAMPLE-IS-STRATIFIED
               PERFORM ENTER-THE-STRATA
           ELSE
               PERFORM SET-UP-ONE-BAND.
           PERFORM ENTER-THE-SEED.

       ENTER-PERIOD-END.
           MOVE "LAST PAID DATE OF THE PERIOD (MM/DD/CCYY)"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO PERIOD-END.

       RE-ENTER-PERIOD-END.
           DISPLAY "THE LAST DATE CANNOT BE BEFORE THE FIRST".
           PERFORM ENTER-PERIOD-END.

       ENTER-SAMPLE-SIZE.
           DISPLAY "HOW MANY ITEMS IN THE SAMPLE (1-99999)?".
           ACCEPT SAMPLE-SIZE.

       RE-ENTER-SAMPLE-SIZE.
           DISPLAY "THE SAMPLE MUST HAVE AT LEAST ONE ITEM".
           PERFORM ENTER-SAMPLE-SIZE.

       ENTER-SAMPLE-METHOD.
           DISPLAY "R)ANDOM OR S)TRATIFIED BY DOLLAR BAND?".
           ACCEPT SAMPLE-METHOD.
           INSPECT SAMPLE-METHOD
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ENTER-SAMPLE-METHOD.
           DISPLAY "YOU MUST ENTER R OR S".
           PERFORM ENTER-SAMPLE-METHOD.

       SET-UP-ONE-BAND.
           MOVE 1 TO BAND-COUNT.
           MOVE ZEROES TO TOP-THRESHOLD.
           MOVE 999999999.99 TO BAND-LIMIT (1).
           MOVE 1 TO BAND-SUB.
           PERFORM CLEAR-ONE-BAND
               UNTIL BAND-SUB > 9.

       ENTER-THE-STRATA.
           PERFORM ENTER-TOP-THRESHOLD.
           PERFORM RE-ENTER-TOP-THRESHOLD
               UNTIL TOP-THRESHOLD > ZERO.
           PERFORM ENTER-BAND-COUNT.
           PERFORM RE-ENTER-BAND-COUNT
               UNTIL BAND-COUNT > ZERO AND BAND-COUNT < 6.
           MOVE 1 TO BAND-SUB.
           PERFORM CLEAR-ONE-BAND
               UNTIL BAND-SUB > 9.
           MOVE 1 TO BAND-SUB.
           PERFORM SET-ONE-BAND-LIMIT
               UNTIL BAND-SUB > BAND-COUNT.
           MOVE TOP-THRESHOLD TO BAND-LIMIT (TOP-BAND).

       ENTER-TOP-THRESHOLD.
           DISPLAY "TAKE EVERY VOUCHER OF THIS AMOUNT OR MORE".
           ACCEPT TOP-THRESHOLD.

       RE-ENTER-TOP-THRESHOLD.
           DISPLAY "THE THRESHOLD MUST BE MORE THAN ZERO".
           PERFORM ENTER-TOP-THRESHOLD.

       ENTER-BAND-COUNT.
           DISPLAY "HOW MANY DOLLAR BANDS BELOW THAT AMOUNT (1-5)?".
           ACCEPT BAND-COUNT.

       RE-ENTER-BAND-COUNT.
           DISPLAY "YOU MUST ENTER 1 THROUGH 5".
           PERFORM ENTER-BAND-COUNT.

       CLEAR-ONE-BAND.
           IF BAND-SUB > 1
               MOVE ZEROES TO BAND-LIMIT (BAND-SUB).
           MOVE ZEROES TO BAND-POPULATION (BAND-SUB).
           MOVE ZEROES TO BAND-AMOUNT (BAND-SUB).
           MOVE ZEROES TO BAND-WANTED (BAND-SUB).
           MOVE ZEROES TO BAND-SEEN (BAND-SUB).
           MOVE ZEROES TO BAND-TAKEN (BAND-SUB).
           ADD 1 TO BAND-SUB.

       SET-ONE-BAND-LIMIT.
           COMPUTE BAND-LIMIT (BAND-SUB) =
               TOP-THRESHOLD * BAND-SUB / BAND-COUNT.
           ADD 1 TO BAND-SUB.

      *-------------------------------------------------------------
      * Re-key the seed from an earlier run to draw its sample
      * again; zero lets the clock pick one.
      *-------------------------------------------------------------
       ENTER-THE-SEED.
           DISPLAY "RANDOM SEED (1-999999999, 0 TO PICK ONE)".
           ACCEPT SEED-KEYED.
           IF SEED-KEYED = ZERO
               ACCEPT CURRENT-TIME FROM TIME
               COMPUTE STARTING-SEED = CURRENT-TIME + 1
           ELSE
               MOVE SEED-KEYED TO STARTING-SEED.
           MOVE STARTING-SEED TO RANDOM-SEED.

      *****************************************************
      *        THE POPULATION - LIVE FILE, THEN ARCHIVE
      *****************************************************
       WALK-THE-POPULATION.
           MOVE "L" TO VOUCHER-SOURCE.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           MOVE ZEROES TO VOUCHER-NUMBER.
           START VOUCHER-FILE KEY NOT < VOUCHER-NUMBER
               INVALID KEY
                   MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VOUCHER.
           PERFORM CONSIDER-ONE-LIVE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".
           MOVE "A" TO VOUCHER-SOURCE.
           MOVE "N" TO ARCHIVE-FILE-AT-END.
           MOVE ZEROES TO ARCH-VOUCHER-NUMBER.
           START VOUCHER-ARCHIVE-FILE KEY NOT < ARCH-VOUCHER-NUMBER
               INVALID KEY
                   MOVE "Y" TO ARCHIVE-FILE-AT-END.
           IF ARCHIVE-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-ARCHIVE.
           PERFORM CONSIDER-ONE-ARCHIVED-VOUCHER
               UNTIL ARCHIVE-FILE-AT-END = "Y".

       READ-NEXT-VOUCHER.
           READ VOUCHER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO VOUCHER-FILE-AT-END.

       READ-NEXT-ARCHIVE.
           READ VOUCHER-ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ARCHIVE-FILE-AT-END.

       CONSIDER-ONE-LIVE-VOUCHER.
           PERFORM CONSIDER-ONE-VOUCHER.
           PERFORM READ-NEXT-VOUCHER.

      *-------------------------------------------------------------
      * The archive record is a field-for-field mirror of the
      * voucher record, so an archived voucher is moved across
      * and handled exactly as a live one.
      *-------------------------------------------------------------
       CONSIDER-ONE-ARCHIVED-VOUCHER.
           MOVE ARCHIVE-VOUCHER-RECORD TO VOUCHER-RECORD.
           PERFORM CONSIDER-ONE-VOUCHER.
           PERFORM READ-NEXT-ARCHIVE.

       CONSIDER-ONE-VOUCHER.
           IF VOUCHER-PAID-DATE NOT < PERIOD-START
              AND VOUCHER-PAID-DATE NOT > PERIOD-END
              AND VOUCHER-VOID-DATE = ZEROES
               PERFORM FIND-THE-BAND
               PERFORM COUNT-OR-DRAW.

       COUNT-OR-DRAW.
           IF PASS-NUMBER = 1
               PERFORM COUNT-ONE-ITEM
           ELSE
               PERFORM DRAW-ONE-ITEM.

       FIND-THE-BAND.
           IF SAMPLE-IS-STRATIFIED
              AND VOUCHER-AMOUNT NOT < TOP-THRESHOLD
               MOVE TOP-BAND TO ITEM-BAND
           ELSE
               MOVE 1 TO ITEM-BAND
               PERFORM STEP-UP-A-BAND
                   UNTIL ITEM-BAND = BAND-COUNT
                       OR VOUCHER-AMOUNT < BAND-LIMIT (ITEM-BAND).

       STEP-UP-A-BAND.
           ADD 1 TO ITEM-BAND.

       COUNT-ONE-ITEM.
           ADD 1 TO BAND-POPULATION (ITEM-BAND).
           ADD VOUCHER-AMOUNT TO BAND-AMOUNT (ITEM-BAND).
           ADD 1 TO POPULATION-COUNT.
           ADD VOUCHER-AMOUNT TO POPULATION-TOTAL.

      *-------------------------------------------------------------
      * Selection sampling: with NEEDED items still wanted from
      * a band and LEFT vouchers of it not yet seen, take this
      * one when LEFT * (SEED / MODULUS) < NEEDED - compared
      * here multiplied through, so no fractions are involved.
      *-------------------------------------------------------------
       DRAW-ONE-ITEM.
           MOVE "N" TO ITEM-IS-SAMPLED.
           IF BAND-TAKEN (ITEM-BAND) < BAND-WANTED (ITEM-BAND)
               PERFORM NEXT-RANDOM-NUMBER
               COMPUTE CHANCE-LEFT-SIDE =
                   (BAND-POPULATION (ITEM-BAND)
                       - BAND-SEEN (ITEM-BAND)) * RANDOM-SEED
               COMPUTE CHANCE-RIGHT-SIDE =
                   (BAND-WANTED (ITEM-BAND)
                       - BAND-TAKEN (ITEM-BAND)) * RANDOM-MODULUS
               IF CHANCE-LEFT-SIDE < CHANCE-RIGHT-SIDE
                   MOVE "Y" TO ITEM-IS-SAMPLED.
           ADD 1 TO BAND-SEEN (ITEM-BAND).
           IF ITEM-IS-SAMPLED = "Y"
               ADD 1 TO BAND-TAKEN (ITEM-BAND)
               PERFORM SAMPLE-ONE-ITEM.

       NEXT-RANDOM-NUMBER.
           COMPUTE RANDOM-PRODUCT = RANDOM-SEED * RANDOM-MULTIPLIER.
           DIVIDE RANDOM-PRODUCT BY RANDOM-MODULUS
               GIVING RANDOM-QUOTIENT
               REMAINDER RANDOM-SEED.

      *****************************************************
      *        HOW MANY FROM EACH BAND
      *****************************************************
      *-------------------------------------------------------------
      * Random: the whole sample from the one band. Stratified:
      * every voucher over the threshold, then what is left of
      * the sample shared out over the bands below it by their
      * share of the vouchers, the odd items left by rounding
      * down going one apiece to the lowest bands with room.
      *-------------------------------------------------------------
       PLAN-THE-SAMPLE.
           IF SAMPLE-IS-RANDOM
               MOVE SAMPLE-SIZE TO BAND-WANTED (1)
               IF BAND-WANTED (1) > BAND-POPULATION (1)
                   MOVE BAND-POPULATION (1) TO BAND-WANTED (1).
           IF SAMPLE-IS-STRATIFIED
               PERFORM PLAN-THE-STRATA.
           MOVE ZEROES TO ITEMS-PLANNED.
           MOVE 1 TO BAND-SUB.
           PERFORM ADD-UP-ONE-BAND
               UNTIL BAND-SUB > 9.

       PLAN-THE-STRATA.
           MOVE BAND-POPULATION (TOP-BAND) TO BAND-WANTED (TOP-BAND).
           MOVE ZEROES TO SAMPLE-REMAINING.
           IF BAND-POPULATION (TOP-BAND) < SAMPLE-SIZE
               COMPUTE SAMPLE-REMAINING =
                   SAMPLE-SIZE - BAND-POPULATION (TOP-BAND).
           COMPUTE BELOW-POPULATION =
               POPULATION-COUNT - BAND-POPULATION (TOP-BAND).
           IF SAMPLE-REMAINING > BELOW-POPULATION
               MOVE BELOW-POPULATION TO SAMPLE-REMAINING.
           MOVE SAMPLE-REMAINING TO SAMPLE-LEFTOVER.
           IF BELOW-POPULATION > ZERO
               MOVE 1 TO BAND-SUB
               PERFORM SHARE-ONE-BAND
                   UNTIL BAND-SUB > BAND-COUNT.
           PERFORM SPREAD-THE-LEFTOVER
               UNTIL SAMPLE-LEFTOVER = ZERO.

       SHARE-ONE-BAND.
           COMPUTE BAND-WANTED (BAND-SUB) =
               SAMPLE-REMAINING * BAND-POPULATION (BAND-SUB)
                   / BELOW-POPULATION.
           SUBTRACT BAND-WANTED (BAND-SUB) FROM SAMPLE-LEFTOVER.
           ADD 1 TO BAND-SUB.

       SPREAD-THE-LEFTOVER.
           MOVE 1 TO BAND-SUB.
           PERFORM GIVE-ONE-MORE
               UNTIL BAND-SUB > BAND-COUNT
                   OR SAMPLE-LEFTOVER = ZERO.

       GIVE-ONE-MORE.
           IF BAND-WANTED (BAND-SUB) < BAND-POPULATION (BAND-SUB)
               ADD 1 TO BAND-WANTED (BAND-SUB)
               SUBTRACT 1 FROM SAMPLE-LEFTOVER.
           ADD 1 TO BAND-SUB.

       ADD-UP-ONE-BAND.
           ADD BAND-WANTED (BAND-SUB) TO ITEMS-PLANNED.
           ADD 1 TO BAND-SUB.

      *****************************************************
      *        THE PLAN PAGE
      *****************************************************
       PRINT-THE-PLAN.
           MOVE PERIOD-START TO PRINT-PERIOD-START.
           MOVE PERIOD-END TO PRINT-PERIOD-END.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF SAMPLE-IS-RANDOM
               MOVE "RANDOM" TO PRINT-METHOD
           ELSE
               MOVE "STRATIFIED BY DOLLAR BAND" TO PRINT-METHOD.
           MOVE METHOD-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE STARTING-SEED TO PRINT-SEED.
           MOVE SEED-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SAMPLE-SIZE TO PRINT-SIZE.
           MOVE SIZE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE POPULATION-COUNT TO PRINT-POPULATION.
           MOVE POPULATION-TOTAL TO PRINT-POPULATION-TOTAL.
           MOVE POPULATION-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE BAND-COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE 1 TO BAND-SUB.
           PERFORM PRINT-ONE-BAND
               UNTIL BAND-SUB > BAND-COUNT.
           IF SAMPLE-IS-STRATIFIED
               MOVE TOP-BAND TO BAND-SUB
               PERFORM PRINT-ONE-BAND.
           IF ITEMS-PLANNED > SAMPLE-SIZE
               MOVE "MORE VOUCHERS ARE OVER THE THRESHOLD THAN THE"
                   TO PRINTER-RECORD
               MOVE "SAMPLE SIZE - ALL ARE TAKEN"
                   TO PRINTER-RECORD (47:27)
               PERFORM WRITE-TO-PRINTER.
           IF ITEMS-PLANNED < SAMPLE-SIZE
               MOVE "THE PERIOD HOLDS FEWER VOUCHERS THAN THE"
                   TO PRINTER-RECORD
               MOVE "SAMPLE SIZE" TO PRINTER-RECORD (42:11)
               PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-BAND.
           MOVE SPACE TO BAND-LINE.
           IF SAMPLE-IS-RANDOM
               MOVE "ALL VOUCHERS" TO PRINT-BAND-NAME
           ELSE
           IF BAND-SUB = TOP-BAND
               MOVE "OVER THRESHOLD" TO PRINT-BAND-NAME
               MOVE "FROM" TO PRINT-BAND-RANGE
               MOVE BAND-LIMIT (BAND-SUB) TO PRINT-BAND-LIMIT
           ELSE
               MOVE SPACES TO PRINT-BAND-NAME
               STRING "BAND " BAND-SUB DELIMITED BY SIZE
                   INTO PRINT-BAND-NAME
               MOVE "UNDER" TO PRINT-BAND-RANGE
               MOVE BAND-LIMIT (BAND-SUB) TO PRINT-BAND-LIMIT.
           MOVE BAND-POPULATION (BAND-SUB) TO PRINT-BAND-POPULATION.
           MOVE BAND-WANTED (BAND-SUB) TO PRINT-BAND-WANTED.
           MOVE BAND-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD 1 TO BAND-SUB.

       PRINT-THE-TOTAL.
           MOVE DIVIDER-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE ITEMS-SAMPLED TO PRINT-ITEMS-SAMPLED.
           MOVE SAMPLED-TOTAL TO PRINT-SAMPLED-TOTAL.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *****************************************************
      *        ONE SAMPLED VOUCHER
      *****************************************************
       SAMPLE-ONE-ITEM.
           ADD 1 TO ITEMS-SAMPLED.
           ADD VOUCHER-AMOUNT TO SAMPLED-TOTAL.
           PERFORM LOOK-UP-THE-VENDOR.
           PERFORM LOOK-UP-THE-GL-ACCOUNT.
           PERFORM FIND-THE-PAYMENT.
           PERFORM LOOK-UP-VOUCHER-IMAGE.
           PERFORM PRINT-THE-SUPPORT-SHEET.
           PERFORM WRITE-THE-SAMPLE-RECORD.

       LOOK-UP-THE-VENDOR.
           MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
           MOVE "Y" TO VENDOR-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO VENDOR-FOUND
                   MOVE "** VENDOR NOT ON FILE **" TO VENDOR-NAME.

       LOOK-UP-THE-GL-ACCOUNT.
           MOVE VOUCHER-GL-ACCOUNT-NUMBER TO GL-ACCOUNT-NUMBER.
           MOVE "Y" TO GL-ACCOUNT-FOUND.
           READ GLACCOUNT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO GL-ACCOUNT-FOUND
                   MOVE "** ACCOUNT NOT ON FILE **"
                       TO GL-ACCOUNT-NAME.

      *-------------------------------------------------------------
      * VOUCHER-CHECK-NO holds whichever reference paid the
      * voucher - a check number, or the ACH or FX reference from
      * their own sequences. The register record whose payee is
      * this voucher's vendor is the one that paid it.
      *-------------------------------------------------------------
       FIND-THE-PAYMENT.
           MOVE "OTHER" TO PAYMENT-TYPE.
           MOVE VOUCHER-PAID-DATE TO PAYMENT-ISSUED.
           MOVE SPACES TO PAYMENT-STATUS.
           MOVE ZEROES TO PAYMENT-CLEARED-DATE.
           PERFORM LOOK-FOR-A-CHECK.
           IF PAYMENT-FOUND = "N"
               MOVE "A" TO EREG-STREAM
               PERFORM LOOK-FOR-AN-EFT.
           IF PAYMENT-FOUND = "N"
               MOVE "F" TO EREG-STREAM
               PERFORM LOOK-FOR-AN-EFT.

       LOOK-FOR-A-CHECK.
           MOVE VOUCHER-CHECK-NO TO CHKREG-CHECK-NO.
           MOVE "Y" TO PAYMENT-FOUND.
           READ CHECK-REGISTER-FILE RECORD
               INVALID KEY
                   MOVE "N" TO PAYMENT-FOUND.
           IF PAYMENT-FOUND = "Y"
               IF CHKREG-VENDOR NOT = VOUCHER-VENDOR
                   MOVE "N" TO PAYMENT-FOUND
               ELSE
                   PERFORM TAKE-THE-CHECK.

       TAKE-THE-CHECK.
           MOVE "CHECK" TO PAYMENT-TYPE.
           MOVE CHKREG-ISSUE-DATE TO PAYMENT-ISSUED.
           MOVE CHKREG-CLEARED-DATE TO PAYMENT-CLEARED-DATE.
           IF CHKREG-IS-OUTSTANDING
               MOVE "OUTSTANDING" TO PAYMENT-STATUS
           ELSE
           IF CHKREG-IS-CLEARED
               MOVE "CLEARED" TO PAYMENT-STATUS
           ELSE
           IF CHKREG-IS-VOID
               MOVE "VOID" TO PAYMENT-STATUS
           ELSE
           IF CHKREG-IS-ESCHEATED
               MOVE "ESCHEATED" TO PAYMENT-STATUS
           ELSE
           IF CHKREG-STOP-REQUESTED
               MOVE "STOP ASKED" TO PAYMENT-STATUS
           ELSE
           IF CHKREG-IS-STOPPED
               MOVE "STOPPED" TO PAYMENT-STATUS.

       LOOK-FOR-AN-EFT.
           MOVE VOUCHER-CHECK-NO TO EREG-REFERENCE.
           MOVE "Y" TO PAYMENT-FOUND.
           READ EFT-REGISTER-FILE RECORD
               INVALID KEY
                   MOVE "N" TO PAYMENT-FOUND.
           IF PAYMENT-FOUND = "Y"
               IF EREG-VENDOR NOT = VOUCHER-VENDOR
                   MOVE "N" TO PAYMENT-FOUND
               ELSE
                   PERFORM TAKE-THE-EFT.

       TAKE-THE-EFT.
           IF EREG-IS-ACH
               MOVE "ACH" TO PAYMENT-TYPE
           ELSE
               MOVE "WIRE" TO PAYMENT-TYPE.
           MOVE EREG-ISSUE-DATE TO PAYMENT-ISSUED.
           MOVE EREG-SETTLED-DATE TO PAYMENT-CLEARED-DATE.
           IF EREG-IS-OUTSTANDING
               MOVE "OUTSTANDING" TO PAYMENT-STATUS
           ELSE
           IF EREG-IS-SETTLED
               MOVE "SETTLED" TO PAYMENT-STATUS
           ELSE
           IF EREG-IS-REVERSED
               MOVE "REVERSED" TO PAYMENT-STATUS.

       PRINT-THE-SUPPORT-SHEET.
           MOVE DIVIDER-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE ITEMS-SAMPLED TO PRINT-ITEM.
           IF SAMPLE-IS-RANDOM
               MOVE "RANDOM" TO PRINT-STRATUM
           ELSE
           IF ITEM-BAND = TOP-BAND
               MOVE "OVER THRESHOLD" TO PRINT-STRATUM
           ELSE
               MOVE SPACES TO PRINT-STRATUM
               STRING "BAND " ITEM-BAND DELIMITED BY SIZE
                   INTO PRINT-STRATUM.
           IF VOUCHER-FROM-ARCHIVE
               MOVE "FROM THE ARCHIVE" TO PRINT-SOURCE
           ELSE
               MOVE "FROM THE LIVE FILE" TO PRINT-SOURCE.
           MOVE SHEET-HEAD-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE VOUCHER-NUMBER TO PRINT-VOUCHER.
           MOVE VOUCHER-INVOICE TO PRINT-INVOICE.
           MOVE VOUCHER-DATE TO PRINT-INVOICE-DATE.
           MOVE VOUCHER-DUE TO PRINT-DUE-DATE.
           MOVE SHEET-VOUCHER-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE VOUCHER-VENDOR TO PRINT-VENDOR.
           MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
           MOVE SHEET-VENDOR-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE VOUCHER-FOR TO PRINT-FOR.
           MOVE SHEET-FOR-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE VOUCHER-AMOUNT TO PRINT-AMOUNT.
           MOVE VOUCHER-DISCOUNT-TAKEN TO PRINT-DISCOUNT.
           MOVE VOUCHER-PAID-AMOUNT TO PRINT-PAID-AMOUNT.
           MOVE SHEET-AMOUNT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE VOUCHER-GL-ACCOUNT-NUMBER TO PRINT-GL-ACCOUNT.
           MOVE GL-ACCOUNT-NAME TO PRINT-GL-NAME.
           MOVE VOUCHER-EXPENSE-CATEGORY TO PRINT-CATEGORY.
           MOVE SHEET-GL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF NOT VOUCHER-NOT-ALLOCATED
              OR VOUCHER-PROJECT NOT = SPACES
               PERFORM PRINT-THE-SPLIT-LINE.
           PERFORM PRINT-THE-APPROVAL-LINE.
           MOVE PAYMENT-TYPE TO PRINT-PAY-TYPE.
           MOVE VOUCHER-CHECK-NO TO PRINT-PAY-REFERENCE.
           MOVE PAYMENT-ISSUED TO PRINT-PAID-DATE.
           MOVE PAYMENT-STATUS TO PRINT-PAY-STATUS.
           MOVE PAYMENT-CLEARED-DATE TO PRINT-CLEARED-DATE.
           MOVE SHEET-PAYMENT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM PRINT-THE-IMAGE-LINE.
           PERFORM PRINT-THE-NOTES.

       PRINT-THE-SPLIT-LINE.
           MOVE SPACES TO PRINT-CCA-CODE.
           IF NOT VOUCHER-NOT-ALLOCATED
               MOVE VOUCHER-CCA-CODE TO PRINT-CCA-CODE.
           MOVE VOUCHER-PROJECT TO PRINT-PROJECT.
           MOVE VOUCHER-COST-CODE TO PRINT-COST-CODE.
           MOVE SHEET-SPLIT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-APPROVAL-LINE.
           MOVE VOUCHER-ENTERED-BY TO PRINT-ENTERED-BY.
           IF VOUCHER-IS-APPROVED
               MOVE "   APPROVED BY " TO PRINT-APPROVAL-TEXT
               MOVE VOUCHER-APPROVED-BY TO PRINT-APPROVED-BY
               MOVE " ON " TO PRINT-APPROVAL-ON
               MOVE VOUCHER-APPROVAL-DATE TO PRINT-APPROVAL-DATE
           ELSE
               MOVE "   NOT APPROVED" TO PRINT-APPROVAL-TEXT
               MOVE SPACES TO PRINT-APPROVED-BY
               MOVE SPACES TO PRINT-APPROVAL-ON
               MOVE SPACES TO PRINT-APPROVAL-DATE.
           MOVE SHEET-APPROVAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-IMAGE-LINE.
           IF IMAGE-FOUND = "Y"
               MOVE VIMG-IMAGE-ID TO PRINT-IMAGE-ID
               MOVE VIMG-PAGE-COUNT TO PRINT-IMAGE-PAGES
               MOVE VIMG-SCAN-DATE TO PRINT-IMAGE-SCANNED
               MOVE SHEET-IMAGE-LINE TO PRINTER-RECORD
           ELSE
               MOVE "IMAGE   NONE ON FILE" TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-NOTES.
           MOVE VOUCHER-NUMBER TO VNOTE-VOUCHER-NUMBER.
           MOVE ZEROES TO VNOTE-SEQUENCE.
           MOVE "N" TO NOTE-FILE-AT-END.
           START VOUCHER-NOTE-FILE KEY > VNOTE-KEY
               INVALID KEY
                   MOVE "Y" TO NOTE-FILE-AT-END.
           IF NOTE-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-NOTE.
           PERFORM PRINT-ONE-NOTE
               UNTIL NOTE-FILE-AT-END = "Y".

       READ-NEXT-NOTE.
           READ VOUCHER-NOTE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO NOTE-FILE-AT-END.
           IF NOTE-FILE-AT-END NOT = "Y"
               IF VNOTE-VOUCHER-NUMBER NOT = VOUCHER-NUMBER
                   MOVE "Y" TO NOTE-FILE-AT-END.

       PRINT-ONE-NOTE.
           MOVE VNOTE-DATE TO PRINT-NOTE-DATE.
           MOVE VNOTE-OPERATOR-ID TO PRINT-NOTE-OPERATOR.
           MOVE SHEET-NOTE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE VNOTE-TEXT TO PRINT-NOTE-TEXT.
           MOVE SHEET-NOTE-TEXT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM READ-NEXT-NOTE.

       WRITE-THE-SAMPLE-RECORD.
           MOVE ITEMS-SAMPLED TO SMPL-ITEM.
           IF SAMPLE-IS-RANDOM
               MOVE ZERO TO SMPL-STRATUM
           ELSE
               MOVE ITEM-BAND TO SMPL-STRATUM.
           MOVE VOUCHER-SOURCE TO SMPL-SOURCE.
           MOVE VOUCHER-NUMBER TO SMPL-VOUCHER.
           MOVE VOUCHER-VENDOR TO SMPL-VENDOR.
           MOVE VENDOR-NAME TO SMPL-VENDOR-NAME.
           MOVE VOUCHER-INVOICE TO SMPL-INVOICE.
           MOVE VOUCHER-DATE TO SMPL-INVOICE-DATE.
           MOVE VOUCHER-AMOUNT TO SMPL-AMOUNT.
           MOVE VOUCHER-PAID-AMOUNT TO SMPL-PAID-AMOUNT.
           MOVE VOUCHER-PAID-DATE TO SMPL-PAID-DATE.
           MOVE VOUCHER-GL-ACCOUNT-NUMBER TO SMPL-GL-ACCOUNT.
           MOVE VOUCHER-EXPENSE-CATEGORY TO SMPL-CATEGORY.
           MOVE VOUCHER-ENTERED-BY TO SMPL-ENTERED-BY.
           MOVE VOUCHER-APPROVED-BY TO SMPL-APPROVED-BY.
           MOVE VOUCHER-APPROVAL-DATE TO SMPL-APPROVAL-DATE.
           MOVE PAYMENT-TYPE TO SMPL-PAY-TYPE.
           MOVE VOUCHER-CHECK-NO TO SMPL-PAY-REFERENCE.
           MOVE PAYMENT-CLEARED-DATE TO SMPL-CLEARED-DATE.
           MOVE SPACES TO SMPL-IMAGE-ID.
           IF IMAGE-FOUND = "Y"
               MOVE VIMG-IMAGE-ID TO SMPL-IMAGE-ID.
           WRITE SAMPLE-RECORD.

       WRITE-TO-PRINTER.
           WRITE PRINTER-RECORD.

           COPY "PLDATE01.CBL".

           COPY "PLPRNT01.CBL".

           COPY "PLVIMG01.CBL".
