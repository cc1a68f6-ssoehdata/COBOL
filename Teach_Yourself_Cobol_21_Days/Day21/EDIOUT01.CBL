      * Electronic purchase order transmission - EDI 850 out
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDIOUT01.
      *-------------------------------------------------------------
      * Writes the flat file (EDI850) the translator turns into
      * X12 850 purchase orders for the vendors that won't take
      * a mailed POPRT01 copy any more. Every PO not yet sent
      * whose vendor is flagged EDI goes out once it is ready to
      * order against: OPEN, a standard order or a release (a
      * blanket is a contract, not an order), ordered on or
      * after the day the vendor went electronic, and either
      * approved in POAPR01 or under the PO approval threshold.
      * Each PO is a header record carrying the vendor's
      * trading-partner ID followed by a record per FDPOLN01
      * line, and the file closes with a trailer of PO and line
      * counts and the order total, for the translator to
      * balance to. Every PO written is stamped TRANSMITTED with
      * today's date, so it is never sent twice; the vendor's
      * 855 acknowledgment is read back by EDIACK01.
      * The register lists each PO sent, and each EDI PO still
      * held back waiting on approval.
      * Runs unattended as a nightly batch step; a blank print
      * destination defaults to PRINTER.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLPO01.CBL".

           COPY "SLPOLN01.CBL".

           COPY "SLVND02.CBL".

           COPY "SLCONTRL.CBL".

           COPY "SLSTEPC.CBL".

           SELECT EDI-850-FILE
               ASSIGN TO "EDI850"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDPO01.CBL".

           COPY "FDPOLN01.CBL".

           COPY "FDVND04.CBL".

           COPY "FDCONTRL.CBL".

           COPY "FDSTEPC.CBL".

       FD  EDI-850-FILE
           LABEL RECORDS ARE OMITTED.
       01  EDI-850-RECORD               PIC X(100).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "WSPRNT01.CBL".

       77  PO-FILE-AT-END              PIC X VALUE "N".
       77  LINE-FILE-AT-END            PIC X.
       77  VENDOR-FOUND                PIC X.
       77  PO-IS-READY                 PIC X.
       77  TODAY-CCYYMMDD              PIC 9(8).

       77  LINES-THIS-PO               PIC 9(3).
       77  POS-TRANSMITTED             PIC 9(5) VALUE ZERO.
       77  POS-HELD                    PIC 9(5) VALUE ZERO.
       77  LINES-TRANSMITTED           PIC 9(7) VALUE ZERO.
       77  AMOUNT-TRANSMITTED          PIC S9(11)V99 VALUE ZERO.

       77  LINE-COUNT                  PIC 999 VALUE ZERO.
       77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES               PIC 999 VALUE 55.

      *-------------------------------------------------------------
      * The translator's 850 layouts. Amounts are unsigned with
      * an implied decimal, zero filled.
      *-------------------------------------------------------------
       01  EDI-850-HEADER.
           05 EDI-HDR-RECORD-TYPE      PIC X VALUE "H".
           05 EDI-HDR-PARTNER-ID       PIC X(15).
           05 EDI-HDR-PO-NUMBER        PIC 9(5).
           05 EDI-HDR-ORDER-DATE       PIC 9(8).
           05 EDI-HDR-VENDOR           PIC 9(5).
      * X12 BEG02 - SA stand-alone order, RL release.
           05 EDI-HDR-ORDER-TYPE       PIC X(2).
           05 EDI-HDR-BLANKET-PO       PIC 9(5).
           05 EDI-HDR-ORDER-TOTAL      PIC 9(9)V99.
           05 FILLER                   PIC X(48) VALUE SPACE.

       01  EDI-850-LINE.
           05 EDI-LIN-RECORD-TYPE      PIC X VALUE "L".
           05 EDI-LIN-PO-NUMBER        PIC 9(5).
           05 EDI-LIN-LINE-NUMBER      PIC 9(3).
           05 EDI-LIN-ITEM-NUMBER      PIC X(10).
           05 EDI-LIN-DESCRIPTION      PIC X(30).
           05 EDI-LIN-QUANTITY         PIC 9(5).
           05 EDI-LIN-UNIT-PRICE       PIC 9(5)V99.
           05 EDI-LIN-EXTENDED-AMOUNT  PIC 9(6)V99.
           05 FILLER                   PIC X(31) VALUE SPACE.

       01  EDI-850-TRAILER.
           05 EDI-TRL-RECORD-TYPE      PIC X VALUE "T".
           05 EDI-TRL-PO-COUNT         PIC 9(5).
           05 EDI-TRL-LINE-COUNT       PIC 9(7).
           05 EDI-TRL-ORDER-TOTAL      PIC 9(11)V99.
           05 FILLER                   PIC X(74) VALUE SPACE.

       01  TITLE-LINE.
           05 FILLER                   PIC X(20) VALUE SPACE.
           05 FILLER                   PIC X(30)
              VALUE "EDI 850 TRANSMISSION REGISTER ".
           05 PRINT-RUN-DATE           PIC 9(8).
           05 FILLER                   PIC X(9) VALUE SPACE.
           05 FILLER                   PIC X(5) VALUE "PAGE:".
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-PAGE-NUMBER        PIC ZZZ9.

       01  COLUMN-LINE.
           05 FILLER                   PIC X(5) VALUE "PO NO".
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 FILLER                   PIC X(6) VALUE "VENDOR".
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 FILLER                   PIC X(15) VALUE "PARTNER ID".
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 FILLER                   PIC X(8) VALUE "ORDERED ".
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 FILLER                   PIC X(5) VALUE "LINES".
           05 FILLER                   PIC X(7) VALUE SPACE.
           05 FILLER                   PIC X(6) VALUE "AMOUNT".
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 FILLER                   PIC X(11) VALUE "DISPOSITION".

       01  DETAIL-LINE.
           05 PRINT-PO-NUMBER          PIC 9(5).
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-VENDOR             PIC 9(5).
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-PARTNER-ID         PIC X(15).
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-ORDER-DATE         PIC 9(8).
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-LINES              PIC ZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-AMOUNT             PIC ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-DISPOSITION        PIC X(16).

       01  TOTAL-LINE.
           05 FILLER                   PIC X(5) VALUE SPACE.
           05 PRINT-TOTAL-LABEL        PIC X(26).
           05 PRINT-TOTAL-COUNT        PIC ZZZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-TOTAL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN I-O PO-FILE.
           OPEN INPUT PO-LINE-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT CONTROL-FILE.
           OPEN OUTPUT EDI-850-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL-RECORD.
           MOVE "EDIOUT01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           PERFORM WRITE-THE-TRAILER.
           PERFORM PRINT-THE-TOTALS.
           CLOSE PO-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE VENDOR-FILE.
           CLOSE CONTROL-FILE.
           CLOSE EDI-850-FILE.
           CLOSE PRINTER-FILE.
           PERFORM WRITE-THE-STEP-COUNT.
           DISPLAY POS-TRANSMITTED " PO(S) WRITTEN TO EDI850, "
               POS-HELD " HELD FOR APPROVAL".

       READ-CONTROL-RECORD.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-PO-APPR-THRESHOLD.
           IF CONTROL-PO-APPR-THRESHOLD NOT NUMERIC
               MOVE ZEROES TO CONTROL-PO-APPR-THRESHOLD.

       MAIN-PROCESS.
           PERFORM START-NEW-PAGE.
           PERFORM READ-NEXT-PO.
           PERFORM CHECK-ONE-PO
               UNTIL PO-FILE-AT-END = "Y".

       READ-NEXT-PO.
           READ PO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PO-FILE-AT-END.

      *-------------------------------------------------------------
      * The cheap tests on the PO itself come first, so the
      * vendor is only read for an order that could go out.
      *-------------------------------------------------------------
       CHECK-ONE-PO.
           IF PO-EDI-NOT-SENT
              AND PO-STATUS-OPEN
              AND NOT PO-IS-BLANKET
               PERFORM CHECK-PO-VENDOR.
           PERFORM READ-NEXT-PO.

       CHECK-PO-VENDOR.
           PERFORM LOOKUP-VENDOR.
           IF VENDOR-FOUND = "Y"
              AND VENDOR-IS-EDI
              AND PO-ORDER-DATE NOT < VENDOR-EDI-START-DATE
               PERFORM CHECK-PO-APPROVAL.

       LOOKUP-VENDOR.
           MOVE PO-VENDOR TO VENDOR-NUMBER.
           MOVE "Y" TO VENDOR-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO VENDOR-FOUND.

      *-------------------------------------------------------------
      * The same gate RCVENT01 applies to receiving - an order
      * nobody could receive against is not sent to the vendor.
      *-------------------------------------------------------------
       CHECK-PO-APPROVAL.
           MOVE "Y" TO PO-IS-READY.
           IF NOT PO-IS-APPROVED
              AND PO-ORDERED-AMOUNT NOT < CONTROL-PO-APPR-THRESHOLD
               MOVE "N" TO PO-IS-READY.
           IF PO-IS-READY = "Y"
               PERFORM TRANSMIT-ONE-PO
           ELSE
               PERFORM REGISTER-HELD-PO.

      *****************************************************
      *    One PO onto the 850 file
      *****************************************************
       TRANSMIT-ONE-PO.
           PERFORM WRITE-850-HEADER.
           MOVE ZEROES TO LINES-THIS-PO.
           PERFORM START-PO-LINES.
           PERFORM WRITE-ONE-850-LINE
               UNTIL LINE-FILE-AT-END = "Y".
           MOVE "T" TO PO-EDI-STATUS.
           MOVE TODAY-CCYYMMDD TO PO-EDI-SENT-DATE.
           MOVE ZEROES TO PO-EDI-ACK-DATE.
           REWRITE PO-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PO RECORD".
           ADD 1 TO POS-TRANSMITTED.
           ADD PO-ORDERED-AMOUNT TO AMOUNT-TRANSMITTED.
           PERFORM REGISTER-SENT-PO.

       WRITE-850-HEADER.
           MOVE VENDOR-EDI-PARTNER-ID TO EDI-HDR-PARTNER-ID.
           MOVE PO-NUMBER TO EDI-HDR-PO-NUMBER.
           MOVE PO-ORDER-DATE TO EDI-HDR-ORDER-DATE.
           MOVE PO-VENDOR TO EDI-HDR-VENDOR.
           IF PO-IS-RELEASE
               MOVE "RL" TO EDI-HDR-ORDER-TYPE
               MOVE PO-BLANKET-PO TO EDI-HDR-BLANKET-PO
           ELSE
               MOVE "SA" TO EDI-HDR-ORDER-TYPE
               MOVE ZEROES TO EDI-HDR-BLANKET-PO.
           MOVE PO-ORDERED-AMOUNT TO EDI-HDR-ORDER-TOTAL.
           MOVE EDI-850-HEADER TO EDI-850-RECORD.
           WRITE EDI-850-RECORD.

       START-PO-LINES.
           MOVE PO-NUMBER TO POLN-PO-NUMBER.
           MOVE ZEROES TO POLN-LINE-NUMBER.
           MOVE "N" TO LINE-FILE-AT-END.
           START PO-LINE-FILE
               KEY NOT < POLN-KEY
               INVALID KEY
                   MOVE "Y" TO LINE-FILE-AT-END.
           PERFORM READ-NEXT-PO-LINE.

       READ-NEXT-PO-LINE.
           IF LINE-FILE-AT-END NOT = "Y"
               READ PO-LINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO LINE-FILE-AT-END.
           IF LINE-FILE-AT-END NOT = "Y"
              AND POLN-PO-NUMBER NOT = PO-NUMBER
               MOVE "Y" TO LINE-FILE-AT-END.

       WRITE-ONE-850-LINE.
           MOVE POLN-PO-NUMBER TO EDI-LIN-PO-NUMBER.
           MOVE POLN-LINE-NUMBER TO EDI-LIN-LINE-NUMBER.
           MOVE POLN-ITEM-NUMBER TO EDI-LIN-ITEM-NUMBER.
           MOVE POLN-DESCRIPTION TO EDI-LIN-DESCRIPTION.
           MOVE POLN-QUANTITY TO EDI-LIN-QUANTITY.
           MOVE POLN-UNIT-PRICE TO EDI-LIN-UNIT-PRICE.
           MOVE POLN-EXTENDED-AMOUNT TO EDI-LIN-EXTENDED-AMOUNT.
           MOVE EDI-850-LINE TO EDI-850-RECORD.
           WRITE EDI-850-RECORD.
           ADD 1 TO LINES-THIS-PO.
           ADD 1 TO LINES-TRANSMITTED.
           PERFORM READ-NEXT-PO-LINE.

       WRITE-THE-TRAILER.
           MOVE POS-TRANSMITTED TO EDI-TRL-PO-COUNT.
           MOVE LINES-TRANSMITTED TO EDI-TRL-LINE-COUNT.
           MOVE AMOUNT-TRANSMITTED TO EDI-TRL-ORDER-TOTAL.
           MOVE EDI-850-TRAILER TO EDI-850-RECORD.
           WRITE EDI-850-RECORD.

      *****************************************************
      *    The register
      *****************************************************
       REGISTER-SENT-PO.
           MOVE SPACE TO DETAIL-LINE.
           PERFORM FILL-DETAIL-LINE.
           MOVE LINES-THIS-PO TO PRINT-LINES.
           MOVE "TRANSMITTED" TO PRINT-DISPOSITION.
           PERFORM PRINT-THE-DETAIL-LINE.

       REGISTER-HELD-PO.
           ADD 1 TO POS-HELD.
           MOVE SPACE TO DETAIL-LINE.
           PERFORM FILL-DETAIL-LINE.
           MOVE ZEROES TO PRINT-LINES.
           MOVE "AWAITING POAPR01" TO PRINT-DISPOSITION.
           PERFORM PRINT-THE-DETAIL-LINE.

       FILL-DETAIL-LINE.
           MOVE PO-NUMBER TO PRINT-PO-NUMBER.
           MOVE PO-VENDOR TO PRINT-VENDOR.
           MOVE VENDOR-EDI-PARTNER-ID TO PRINT-PARTNER-ID.
           MOVE PO-ORDER-DATE TO PRINT-ORDER-DATE.
           MOVE PO-ORDERED-AMOUNT TO PRINT-AMOUNT.

       PRINT-THE-DETAIL-LINE.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEW-PAGE.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "POS TRANSMITTED:          " TO PRINT-TOTAL-LABEL.
           MOVE POS-TRANSMITTED TO PRINT-TOTAL-COUNT.
           MOVE AMOUNT-TRANSMITTED TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "LINES TRANSMITTED:        " TO PRINT-TOTAL-LABEL.
           MOVE LINES-TRANSMITTED TO PRINT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "HELD FOR APPROVAL:        " TO PRINT-TOTAL-LABEL.
           MOVE POS-HELD TO PRINT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
           MOVE TODAY-CCYYMMDD TO PRINT-RUN-DATE.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE ZERO TO LINE-COUNT.

       WRITE-TO-PRINTER.
           WRITE PRINTER-RECORD.
           ADD 1 TO LINE-COUNT.

       WRITE-THE-STEP-COUNT.
           OPEN OUTPUT STEP-COUNT-FILE.
           MOVE POS-TRANSMITTED TO STEP-RECORD-COUNT.
           WRITE STEP-COUNT-RECORD.
           CLOSE STEP-COUNT-FILE.

           COPY "PLPRNT01.CBL".
