      * Purchase order acknowledgment import - EDI 855 in
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDIACK01.
      *-------------------------------------------------------------
      * Reads the flat file (EDI855) the translator builds from
      * the vendors' X12 855 acknowledgments of the orders
      * EDIOUT01 sent. Each acknowledgment is a header record -
      * trading-partner ID, our PO number, the vendor's
      * acknowledgment type and date - followed by a record per
      * PO line with the vendor's line status code and the
      * quantity, unit price, and ship date they confirmed.
      * Every line's answer is kept on its FDPOLN01 record, and
      * a line is reported as CHANGED when the vendor's
      * quantity or price differs from ours, when they
      * rescheduled it (status DR) or moved the ship date from
      * an earlier acknowledgment, or when they rejected it.
      * The PO is stamped ACCEPTED, CHANGED (any line changed,
      * or the vendor said so in the header), or REJECTED, with
      * the acknowledgment date. Nothing on the order itself is
      * altered - the buyer decides in POMNT01 whether to take
      * the vendor's terms.
      * A header whose PO isn't on file, wasn't sent by EDI, or
      * belongs to a different trading partner is reported
      * and its lines skipped.
      * Runs unattended as a nightly batch step; a blank print
      * destination defaults to PRINTER.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLPO01.CBL".

           COPY "SLPOLN01.CBL".

           COPY "SLVND02.CBL".

           COPY "SLSTEPC.CBL".

           SELECT EDI-855-FILE
               ASSIGN TO "EDI855"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDPO01.CBL".

           COPY "FDPOLN01.CBL".

           COPY "FDVND04.CBL".

           COPY "FDSTEPC.CBL".

       FD  EDI-855-FILE
           LABEL RECORDS ARE OMITTED.
       01  EDI-855-RECORD               PIC X(100).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "WSPRNT01.CBL".

       77  ACK-FILE-AT-END             PIC X VALUE "N".
       77  PO-IN-HAND                  PIC X VALUE "N".
       77  PO-FOUND                    PIC X.
       77  VENDOR-FOUND                PIC X.
       77  LINE-FOUND                  PIC X.
       77  LINE-CHANGED                PIC X.
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  ACK-TYPE-THIS-PO            PIC X(2).
       77  ACK-DATE-THIS-PO            PIC 9(8).
       77  LINES-THIS-PO               PIC 9(3).
       77  CHANGES-THIS-PO             PIC 9(3).

       77  POS-ACCEPTED                PIC 9(5) VALUE ZERO.
       77  POS-CHANGED                 PIC 9(5) VALUE ZERO.
       77  POS-REJECTED                PIC 9(5) VALUE ZERO.
       77  LINES-CHANGED               PIC 9(5) VALUE ZERO.
       77  RECORDS-UNMATCHED           PIC 9(5) VALUE ZERO.
       77  POS-ACKNOWLEDGED            PIC 9(5) VALUE ZERO.

       77  LINE-COUNT                  PIC 999 VALUE ZERO.
       77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES               PIC 999 VALUE 55.

      *-------------------------------------------------------------
      * The translator's 855 layouts, unpacked from the 100-byte
      * line. Amounts are unsigned with an implied decimal.
      *-------------------------------------------------------------
       01  EDI-855-HEADER.
           05 ACK-HDR-RECORD-TYPE      PIC X.
               88 ACK-IS-HEADER           VALUE "H".
               88 ACK-IS-LINE             VALUE "L".
           05 ACK-HDR-PARTNER-ID       PIC X(15).
           05 ACK-HDR-PO-NUMBER        PIC 9(5).
      * X12 BAK02 - AC acknowledged with changes, AD with detail
      * and no change, AK no detail and no change, RJ rejected.
           05 ACK-HDR-ACK-TYPE         PIC X(2).
           05 ACK-HDR-ACK-DATE         PIC 9(8).
           05 FILLER                   PIC X(69).

       01  EDI-855-LINE REDEFINES EDI-855-HEADER.
           05 ACK-LIN-RECORD-TYPE      PIC X.
           05 ACK-LIN-PO-NUMBER        PIC 9(5).
           05 ACK-LIN-LINE-NUMBER      PIC 9(3).
      * X12 ACK01 - IA accepted, IC accepted with changes, IP
      * price changed, IQ quantity changed, DR date rescheduled,
      * IR rejected.
           05 ACK-LIN-STATUS           PIC X(2).
               88 ACK-LIN-RESCHEDULED     VALUE "DR".
               88 ACK-LIN-REJECTED        VALUE "IR".
           05 ACK-LIN-QUANTITY         PIC 9(5).
           05 ACK-LIN-UNIT-PRICE       PIC 9(5)V99.
           05 ACK-LIN-SHIP-DATE        PIC 9(8).
           05 FILLER                   PIC X(69).

       01  TITLE-LINE.
           05 FILLER                   PIC X(20) VALUE SPACE.
           05 FILLER                   PIC X(30)
              VALUE "EDI 855 ACKNOWLEDGMENT REPORT ".
           05 PRINT-RUN-DATE           PIC 9(8).
           05 FILLER                   PIC X(9) VALUE SPACE.
           05 FILLER                   PIC X(5) VALUE "PAGE:".
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-PAGE-NUMBER        PIC ZZZ9.

       01  PO-LINE.
           05 FILLER                   PIC X(3) VALUE "PO ".
           05 PRINT-PO-NUMBER          PIC 9(5).
           05 FILLER                   PIC X(9) VALUE "  VENDOR ".
           05 PRINT-VENDOR             PIC 9(5).
           05 FILLER                   PIC X(6) VALUE "  ACK ".
           05 PRINT-ACK-TYPE           PIC X(2).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-ACK-DATE           PIC 9(8).
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-PO-DISPOSITION     PIC X(36).

       01  CHANGE-LINE.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 FILLER                   PIC X(5) VALUE "LINE ".
           05 PRINT-LINE-NUMBER        PIC 9(3).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-LINE-STATUS        PIC X(2).
           05 FILLER                   PIC X(2) VALUE SPACE.
           05 PRINT-CHANGE-WHAT        PIC X(9).
           05 FILLER                   PIC X(5) VALUE " WAS ".
           05 PRINT-OURS               PIC X(12).
           05 FILLER                   PIC X(5) VALUE " NOW ".
           05 PRINT-THEIRS             PIC X(12).

       01  HELD-PRINT-LINE             PIC X(80).

       01  EDIT-QUANTITY               PIC ZZZZ9.
       01  EDIT-PRICE                  PIC ZZ,ZZ9.99.

       01  MESSAGE-LINE.
           05 FILLER                   PIC X(4) VALUE SPACE.
           05 PRINT-MESSAGE            PIC X(76).

       01  TOTAL-LINE.
           05 FILLER                   PIC X(5) VALUE SPACE.
           05 PRINT-TOTAL-LABEL        PIC X(26).
           05 PRINT-TOTAL-COUNT        PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN I-O PO-FILE.
           OPEN I-O PO-LINE-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT EDI-855-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           MOVE "EDIACK01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           PERFORM PRINT-THE-TOTALS.
           CLOSE PO-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE VENDOR-FILE.
           CLOSE EDI-855-FILE.
           CLOSE PRINTER-FILE.
           PERFORM WRITE-THE-STEP-COUNT.
           DISPLAY POS-ACCEPTED " PO(S) ACCEPTED, "
               POS-CHANGED " CHANGED, "
               POS-REJECTED " REJECTED, "
               RECORDS-UNMATCHED " UNMATCHED".

      *-------------------------------------------------------------
      * A PO's lines follow its header, so the PO is finished -
      * stamped and reported - when the next header arrives or
      * the file ends.
      *-------------------------------------------------------------
       MAIN-PROCESS.
           PERFORM START-NEW-PAGE.
           PERFORM READ-NEXT-ACK-RECORD.
           PERFORM PROCESS-ONE-ACK-RECORD
               UNTIL ACK-FILE-AT-END = "Y".
           IF PO-IN-HAND = "Y"
               PERFORM FINISH-THE-PO.

       READ-NEXT-ACK-RECORD.
           READ EDI-855-FILE
               AT END
                   MOVE "Y" TO ACK-FILE-AT-END.

       PROCESS-ONE-ACK-RECORD.
           MOVE EDI-855-RECORD TO EDI-855-HEADER.
           IF ACK-IS-HEADER
               PERFORM START-ONE-PO
           ELSE
           IF ACK-IS-LINE
               PERFORM APPLY-ONE-LINE
           ELSE
               PERFORM REGISTER-UNKNOWN-RECORD.
           PERFORM READ-NEXT-ACK-RECORD.

      *****************************************************
      *    The PO header
      *****************************************************
       START-ONE-PO.
           IF PO-IN-HAND = "Y"
               PERFORM FINISH-THE-PO.
           MOVE ACK-HDR-PO-NUMBER TO PO-NUMBER.
           MOVE "Y" TO PO-FOUND.
           READ PO-FILE RECORD
               INVALID KEY
                   MOVE "N" TO PO-FOUND.
           IF PO-FOUND = "Y"
               PERFORM LOOKUP-VENDOR.
           IF PO-FOUND = "N"
               PERFORM REGISTER-UNMATCHED-PO
           ELSE
           IF PO-EDI-NOT-SENT
               PERFORM REGISTER-NOT-SENT-PO
           ELSE
           IF VENDOR-FOUND = "N"
              OR VENDOR-EDI-PARTNER-ID NOT = ACK-HDR-PARTNER-ID
               PERFORM REGISTER-WRONG-PARTNER
           ELSE
               PERFORM TAKE-THE-PO-IN-HAND.

       LOOKUP-VENDOR.
           MOVE PO-VENDOR TO VENDOR-NUMBER.
           MOVE "Y" TO VENDOR-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO VENDOR-FOUND.

       TAKE-THE-PO-IN-HAND.
           MOVE "Y" TO PO-IN-HAND.
           MOVE ACK-HDR-ACK-TYPE TO ACK-TYPE-THIS-PO.
           MOVE ACK-HDR-ACK-DATE TO ACK-DATE-THIS-PO.
           IF ACK-DATE-THIS-PO = ZEROES
               MOVE TODAY-CCYYMMDD TO ACK-DATE-THIS-PO.
           MOVE ZEROES TO LINES-THIS-PO.
           MOVE ZEROES TO CHANGES-THIS-PO.

      *-------------------------------------------------------------
      * The PO record has stayed in the record area since its
      * header was read - the lines are a different file.
      *-------------------------------------------------------------
       FINISH-THE-PO.
           MOVE "N" TO PO-IN-HAND.
           IF ACK-TYPE-THIS-PO = "RJ"
               MOVE "R" TO PO-EDI-STATUS
               ADD 1 TO POS-REJECTED
           ELSE
           IF CHANGES-THIS-PO > ZEROES
              OR ACK-TYPE-THIS-PO = "AC"
               MOVE "C" TO PO-EDI-STATUS
               ADD 1 TO POS-CHANGED
           ELSE
               MOVE "A" TO PO-EDI-STATUS
               ADD 1 TO POS-ACCEPTED.
           MOVE ACK-DATE-THIS-PO TO PO-EDI-ACK-DATE.
           REWRITE PO-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PO RECORD".
           ADD 1 TO POS-ACKNOWLEDGED.
           PERFORM REGISTER-FINISHED-PO.

      *****************************************************
      *    The PO lines
      *****************************************************
       APPLY-ONE-LINE.
           IF PO-IN-HAND = "N"
              OR ACK-LIN-PO-NUMBER NOT = PO-NUMBER
               PERFORM REGISTER-ORPHAN-LINE
           ELSE
               PERFORM READ-THE-PO-LINE.

       READ-THE-PO-LINE.
           MOVE ACK-LIN-PO-NUMBER TO POLN-PO-NUMBER.
           MOVE ACK-LIN-LINE-NUMBER TO POLN-LINE-NUMBER.
           MOVE "Y" TO LINE-FOUND.
           READ PO-LINE-FILE RECORD
               INVALID KEY
                   MOVE "N" TO LINE-FOUND.
           IF LINE-FOUND = "N"
               PERFORM REGISTER-LINE-NOT-ON-PO
           ELSE
               PERFORM COMPARE-THE-LINE.

      *-------------------------------------------------------------
      * Each difference prints on its own line of the report.
      * A ship date only counts as moved against an earlier
      * acknowledgment - we don't send one, so the first is
      * simply the vendor's promise - unless the vendor itself
      * says DR.
      *-------------------------------------------------------------
       COMPARE-THE-LINE.
           ADD 1 TO LINES-THIS-PO.
           MOVE "N" TO LINE-CHANGED.
           IF ACK-LIN-REJECTED
               MOVE "REJECTED" TO PRINT-CHANGE-WHAT
               MOVE SPACES TO PRINT-OURS
               MOVE SPACES TO PRINT-THEIRS
               PERFORM REGISTER-LINE-CHANGE.
           IF ACK-LIN-QUANTITY NOT = POLN-QUANTITY
               MOVE "QUANTITY" TO PRINT-CHANGE-WHAT
               MOVE POLN-QUANTITY TO EDIT-QUANTITY
               MOVE EDIT-QUANTITY TO PRINT-OURS
               MOVE ACK-LIN-QUANTITY TO EDIT-QUANTITY
               MOVE EDIT-QUANTITY TO PRINT-THEIRS
               PERFORM REGISTER-LINE-CHANGE.
           IF ACK-LIN-UNIT-PRICE NOT = POLN-UNIT-PRICE
               MOVE "PRICE" TO PRINT-CHANGE-WHAT
               MOVE POLN-UNIT-PRICE TO EDIT-PRICE
               MOVE EDIT-PRICE TO PRINT-OURS
               MOVE ACK-LIN-UNIT-PRICE TO EDIT-PRICE
               MOVE EDIT-PRICE TO PRINT-THEIRS
               PERFORM REGISTER-LINE-CHANGE.
           IF ACK-LIN-RESCHEDULED
              OR (POLN-ACK-SHIP-DATE NOT = ZEROES
                  AND ACK-LIN-SHIP-DATE NOT = POLN-ACK-SHIP-DATE)
               MOVE "SHIP DATE" TO PRINT-CHANGE-WHAT
               MOVE POLN-ACK-SHIP-DATE TO PRINT-OURS
               MOVE ACK-LIN-SHIP-DATE TO PRINT-THEIRS
               PERFORM REGISTER-LINE-CHANGE.
           IF LINE-CHANGED = "Y"
               ADD 1 TO CHANGES-THIS-PO
               ADD 1 TO LINES-CHANGED.
           MOVE ACK-LIN-STATUS TO POLN-ACK-STATUS.
           MOVE ACK-LIN-QUANTITY TO POLN-ACK-QUANTITY.
           MOVE ACK-LIN-UNIT-PRICE TO POLN-ACK-UNIT-PRICE.
           MOVE ACK-LIN-SHIP-DATE TO POLN-ACK-SHIP-DATE.
           REWRITE PO-LINE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PO LINE RECORD".

      *****************************************************
      *    The report
      *****************************************************
       REGISTER-LINE-CHANGE.
           MOVE "Y" TO LINE-CHANGED.
           MOVE ACK-LIN-LINE-NUMBER TO PRINT-LINE-NUMBER.
           MOVE ACK-LIN-STATUS TO PRINT-LINE-STATUS.
           MOVE CHANGE-LINE TO PRINTER-RECORD.
           PERFORM PRINT-THE-RECORD.

       REGISTER-FINISHED-PO.
           MOVE PO-NUMBER TO PRINT-PO-NUMBER.
           MOVE PO-VENDOR TO PRINT-VENDOR.
           MOVE ACK-TYPE-THIS-PO TO PRINT-ACK-TYPE.
           MOVE ACK-DATE-THIS-PO TO PRINT-ACK-DATE.
           IF PO-EDI-REJECTED
               MOVE "** REJECTED BY THE VENDOR **"
                   TO PRINT-PO-DISPOSITION
           ELSE
           IF PO-EDI-CHANGED
               MOVE "CHANGED - SEE LINES ABOVE"
                   TO PRINT-PO-DISPOSITION
           ELSE
               MOVE "ACCEPTED AS ORDERED" TO PRINT-PO-DISPOSITION.
           MOVE PO-LINE TO PRINTER-RECORD.
           PERFORM PRINT-THE-RECORD.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM PRINT-THE-RECORD.

       REGISTER-UNMATCHED-PO.
           ADD 1 TO RECORDS-UNMATCHED.
           MOVE SPACE TO PRINT-MESSAGE.
           STRING "** PO " ACK-HDR-PO-NUMBER
               " NOT ON FILE - ACKNOWLEDGMENT SKIPPED **"
               DELIMITED BY SIZE INTO PRINT-MESSAGE.
           PERFORM PRINT-THE-MESSAGE.

       REGISTER-NOT-SENT-PO.
           ADD 1 TO RECORDS-UNMATCHED.
           MOVE SPACE TO PRINT-MESSAGE.
           STRING "** PO " ACK-HDR-PO-NUMBER
               " WAS NEVER SENT BY EDI - ACKNOWLEDGMENT SKIPPED **"
               DELIMITED BY SIZE INTO PRINT-MESSAGE.
           PERFORM PRINT-THE-MESSAGE.

       REGISTER-WRONG-PARTNER.
           ADD 1 TO RECORDS-UNMATCHED.
           MOVE SPACE TO PRINT-MESSAGE.
           STRING "** PO " ACK-HDR-PO-NUMBER
               " IS NOT PARTNER " ACK-HDR-PARTNER-ID
               "'S ORDER - SKIPPED **"
               DELIMITED BY SIZE INTO PRINT-MESSAGE.
           PERFORM PRINT-THE-MESSAGE.

       REGISTER-ORPHAN-LINE.
           ADD 1 TO RECORDS-UNMATCHED.
           MOVE SPACE TO PRINT-MESSAGE.
           STRING "** LINE " ACK-LIN-LINE-NUMBER " OF PO "
               ACK-LIN-PO-NUMBER " HAS NO USABLE HEADER - SKIPPED **"
               DELIMITED BY SIZE INTO PRINT-MESSAGE.
           PERFORM PRINT-THE-MESSAGE.

       REGISTER-LINE-NOT-ON-PO.
           ADD 1 TO RECORDS-UNMATCHED.
           MOVE SPACE TO PRINT-MESSAGE.
           STRING "** LINE " ACK-LIN-LINE-NUMBER
               " IS NOT ON PO " ACK-LIN-PO-NUMBER " **"
               DELIMITED BY SIZE INTO PRINT-MESSAGE.
           PERFORM PRINT-THE-MESSAGE.

       REGISTER-UNKNOWN-RECORD.
           ADD 1 TO RECORDS-UNMATCHED.
           MOVE SPACE TO PRINT-MESSAGE.
           MOVE "** UNKNOWN RECORD TYPE - NOT AN H OR L RECORD **"
               TO PRINT-MESSAGE.
           PERFORM PRINT-THE-MESSAGE.

       PRINT-THE-MESSAGE.
           MOVE MESSAGE-LINE TO PRINTER-RECORD.
           PERFORM PRINT-THE-RECORD.

      *-------------------------------------------------------------
      * The line waiting to print is held aside while a new page
      * heading goes out ahead of it.
      *-------------------------------------------------------------
       PRINT-THE-RECORD.
           MOVE PRINTER-RECORD TO HELD-PRINT-LINE.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEW-PAGE.
           MOVE HELD-PRINT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "POS ACCEPTED:             " TO PRINT-TOTAL-LABEL.
           MOVE POS-ACCEPTED TO PRINT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "POS CHANGED BY VENDOR:    " TO PRINT-TOTAL-LABEL.
           MOVE POS-CHANGED TO PRINT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "LINES CHANGED:            " TO PRINT-TOTAL-LABEL.
           MOVE LINES-CHANGED TO PRINT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "POS REJECTED BY VENDOR:   " TO PRINT-TOTAL-LABEL.
           MOVE POS-REJECTED TO PRINT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "UNMATCHED RECORDS:        " TO PRINT-TOTAL-LABEL.
           MOVE RECORDS-UNMATCHED TO PRINT-TOTAL-COUNT.
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
           MOVE ZERO TO LINE-COUNT.

       WRITE-TO-PRINTER.
           WRITE PRINTER-RECORD.
           ADD 1 TO LINE-COUNT.

       WRITE-THE-STEP-COUNT.
           OPEN OUTPUT STEP-COUNT-FILE.
           MOVE POS-ACKNOWLEDGED TO STEP-RECORD-COUNT.
           WRITE STEP-COUNT-RECORD.
           CLOSE STEP-COUNT-FILE.

           COPY "PLPRNT01.CBL".
