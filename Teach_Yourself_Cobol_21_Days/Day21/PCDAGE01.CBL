      * Purchasing card charges still uncoded - aging report
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCDAGE01.
      *-------------------------------------------------------------
      * The chase list for card charges nobody has coded. Asks
      * how many days a cardholder gets, then walks the card
      * transaction file in card order off the PCT-CARD-ACCOUNT
      * alternate key and lists every charge still UNCODED that
      * many days or more after PCDIMP01 imported it - date,
      * merchant, amount and how long it has sat - with a
      * subtotal for each card under its cardholder's name and
      * a grand total, which is what is still sitting in the
      * card suspense account for want of a cardholder's say.
      * A card nobody has set up in PCHMNT01 is listed as such:
      * its charges can't be coded until it is.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLPCT01.CBL".

           COPY "SLPCH01.CBL".

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDPCT01.CBL".

           COPY "FDPCH01.CBL".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "WSPRNT01.CBL".

       77  TRANS-FILE-AT-END           PIC X VALUE "N".
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  DAYS-ALLOWED                PIC 9(3).
       77  DAYS-UNCODED                PIC S9(5).
       77  CURRENT-CARD                PIC X(16).
       77  ANY-FOR-CARD                PIC X.
       77  CARD-UNCODED-TOTAL          PIC S9(9)V99.
       77  GRAND-UNCODED-TOTAL         PIC S9(11)V99 VALUE ZERO.
       77  UNCODED-COUNT               PIC 9(5) VALUE ZERO.

       01  TITLE-LINE.
           05 FILLER                   PIC X(27) VALUE
              "CARD CHARGES UNCODED AFTER ".
           05 PRINT-DAYS-ALLOWED       PIC ZZ9.
           05 FILLER                   PIC X(13) VALUE " DAYS AS OF ".
           05 PRINT-RUN-DATE           PIC 9(8).

       01  CARD-LINE.
           05 FILLER                   PIC X(5) VALUE "CARD ".
           05 PRINT-CARD-ACCOUNT       PIC X(16).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-CARDHOLDER         PIC X(30).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-OPERATOR-ID        PIC X(8).

       01  COLUMN-LINE.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 FILLER                   PIC X(8) VALUE "VOUCHER".
           05 FILLER                   PIC X(9) VALUE "DATE".
           05 FILLER                   PIC X(25) VALUE "MERCHANT".
           05 FILLER                   PIC X(6) VALUE "  DAYS".
           05 FILLER                   PIC X(15)
              VALUE "         AMOUNT".

       01  DETAIL-LINE.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 PRINT-VOUCHER            PIC 9(7).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-TRANS-DATE         PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-MERCHANT           PIC X(25).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-DAYS               PIC ZZZZ9.
           05 PRINT-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.

       01  CARD-TOTAL-LINE.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 FILLER                   PIC X(48) VALUE
              "UNCODED ON THIS CARD:".
           05 PRINT-CARD-TOTAL         PIC ZZZ,ZZZ,ZZ9.99-.

       01  GRAND-TOTAL-LINE.
           05 FILLER                   PIC X(23) VALUE
              "UNCODED CHARGES LISTED:".
           05 PRINT-UNCODED-COUNT      PIC ZZZZ9.
           05 FILLER                   PIC X(24) VALUE SPACE.
           05 PRINT-GRAND-TOTAL        PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN INPUT PCARD-TRANSACTION-FILE.
           OPEN INPUT PCARD-HOLDER-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM ENTER-DAYS-ALLOWED.
           MOVE "PCDAGE01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE PCARD-TRANSACTION-FILE.
           CLOSE PCARD-HOLDER-FILE.
           CLOSE PRINTER-FILE.
           DISPLAY UNCODED-COUNT " UNCODED CARD CHARGE(S) LISTED".

       ENTER-DAYS-ALLOWED.
           DISPLAY "LIST CHARGES STILL UNCODED AFTER HOW MANY DAYS?".
           DISPLAY "(0 LISTS EVERY UNCODED CHARGE)".
           ACCEPT DAYS-ALLOWED.

       MAIN-PROCESS.
           PERFORM PRINT-THE-HEADINGS.
           PERFORM START-CARD-ORDER-SCAN.
           PERFORM PROCESS-ONE-CARD
               UNTIL TRANS-FILE-AT-END = "Y".
           PERFORM PRINT-THE-GRAND-TOTAL.

       START-CARD-ORDER-SCAN.
           MOVE SPACES TO PCT-CARD-ACCOUNT.
           START PCARD-TRANSACTION-FILE
               KEY NOT < PCT-CARD-ACCOUNT
               INVALID KEY
                   MOVE "Y" TO TRANS-FILE-AT-END.
           IF TRANS-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-PCT-RECORD.

       READ-NEXT-PCT-RECORD.
           READ PCARD-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TRANS-FILE-AT-END.

       PROCESS-ONE-CARD.
           MOVE PCT-CARD-ACCOUNT TO CURRENT-CARD.
           MOVE "N" TO ANY-FOR-CARD.
           MOVE ZEROES TO CARD-UNCODED-TOTAL.
           PERFORM PROCESS-ONE-CHARGE
               UNTIL TRANS-FILE-AT-END = "Y"
                   OR PCT-CARD-ACCOUNT NOT = CURRENT-CARD.
           IF ANY-FOR-CARD = "Y"
               PERFORM PRINT-THE-CARD-TOTAL.

       PROCESS-ONE-CHARGE.
           IF PCT-IS-UNCODED
               AND PCT-GL-POSTED-DATE = ZEROES
               PERFORM AGE-ONE-CHARGE.
           PERFORM READ-NEXT-PCT-RECORD.

       AGE-ONE-CHARGE.
           COMPUTE DAYS-UNCODED =
               FUNCTION INTEGER-OF-DATE(TODAY-CCYYMMDD)
                   - FUNCTION INTEGER-OF-DATE(PCT-IMPORTED-DATE).
           IF DAYS-UNCODED NOT < DAYS-ALLOWED
               PERFORM LIST-ONE-CHARGE.

       LIST-ONE-CHARGE.
           IF ANY-FOR-CARD = "N"
               PERFORM PRINT-THE-CARD-HEADING.
           MOVE "Y" TO ANY-FOR-CARD.
           MOVE SPACE TO DETAIL-LINE.
           MOVE PCT-VOUCHER-NUMBER TO PRINT-VOUCHER.
           MOVE PCT-TRANS-DATE TO PRINT-TRANS-DATE.
           MOVE PCT-MERCHANT TO PRINT-MERCHANT.
           MOVE DAYS-UNCODED TO PRINT-DAYS.
           MOVE PCT-AMOUNT TO PRINT-AMOUNT.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD PCT-AMOUNT TO CARD-UNCODED-TOTAL.
           ADD PCT-AMOUNT TO GRAND-UNCODED-TOTAL.
           ADD 1 TO UNCODED-COUNT.

       PRINT-THE-CARD-HEADING.
           MOVE CURRENT-CARD TO PCH-CARD-ACCOUNT.
           READ PCARD-HOLDER-FILE RECORD
               INVALID KEY
                   MOVE "** CARD NOT SET UP IN PCHMNT01" TO PCH-NAME
                   MOVE SPACES TO PCH-OPERATOR-ID.
           MOVE CURRENT-CARD TO PRINT-CARD-ACCOUNT.
           MOVE PCH-NAME TO PRINT-CARDHOLDER.
           MOVE PCH-OPERATOR-ID TO PRINT-OPERATOR-ID.
           MOVE CARD-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-CARD-TOTAL.
           MOVE CARD-UNCODED-TOTAL TO PRINT-CARD-TOTAL.
           MOVE CARD-TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-GRAND-TOTAL.
           MOVE UNCODED-COUNT TO PRINT-UNCODED-COUNT.
           MOVE GRAND-UNCODED-TOTAL TO PRINT-GRAND-TOTAL.
           MOVE GRAND-TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-HEADINGS.
           MOVE DAYS-ALLOWED TO PRINT-DAYS-ALLOWED.
           MOVE TODAY-CCYYMMDD TO PRINT-RUN-DATE.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       WRITE-TO-PRINTER.
           WRITE PRINTER-RECORD.

           COPY "PLPRNT01.CBL".
