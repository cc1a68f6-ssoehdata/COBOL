      * Invoice image exceptions
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMGRPT01.
      *-------------------------------------------------------------
      * The two loose ends of the invoice image index, so they
      * can be chased before the auditors find them:
      *   - every voucher on file with a paper invoice behind it
      *     but no scanned image on the index (FDVIMG01.CBL) -
      *     vouchers a run wrote and expense reimbursements have
      *     no invoice and are left out;
      *   - every scanned image IMGLOD01 could not match to a
      *     voucher (FDVIMU01.CBL), with the vendor and invoice
      *     number it was scanned under and how long it has been
      *     waiting.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLVOUCH.CBL".

           COPY "SLVIMG01.CBL".

           COPY "SLVIMU01.CBL".

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDVOUCH.CBL".

           COPY "FDVIMG01.CBL".

           COPY "FDVIMU01.CBL".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "WSPRNT01.CBL".

           COPY "WSVIMG01.CBL".

       77  VOUCHER-FILE-AT-END         PIC X VALUE "N".
       77  UNMATCHED-FILE-AT-END       PIC X VALUE "N".
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  MISSING-COUNT               PIC 9(5) VALUE ZERO.
       77  MISSING-TOTAL               PIC S9(11)V99 VALUE ZERO.
       77  UNMATCHED-COUNT             PIC 9(5) VALUE ZERO.

       01  TITLE-LINE.
           05 FILLER                   PIC X(41) VALUE
              "INVOICE IMAGE EXCEPTIONS AS OF ".
           05 PRINT-RUN-DATE           PIC 9(8).

       01  VOUCHER-SECTION-LINE.
           05 FILLER                   PIC X(40) VALUE
              "VOUCHERS WITH NO INVOICE IMAGE".

       01  VOUCHER-COLUMN-LINE.
           05 FILLER                   PIC X(8) VALUE "VOUCHER".
           05 FILLER                   PIC X(6) VALUE "VEND".
           05 FILLER                   PIC X(16) VALUE "INVOICE".
           05 FILLER                   PIC X(9) VALUE "DATE".
           05 FILLER                   PIC X(15)
              VALUE "        AMOUNT".
           05 FILLER                   PIC X(9) VALUE "KEYED BY".
           05 FILLER                   PIC X(4) VALUE "PAID".

       01  VOUCHER-DETAIL-LINE.
           05 PRINT-VOUCHER            PIC 9(7).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-VENDOR             PIC 9(5).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-INVOICE            PIC X(15).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-VOUCHER-DATE       PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-AMOUNT             PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-ENTERED-BY         PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-PAID               PIC X(4).

       01  VOUCHER-TOTAL-LINE.
           05 FILLER                   PIC X(25) VALUE
              "VOUCHERS WITH NO IMAGE:".
           05 PRINT-MISSING-COUNT      PIC ZZZZ9.
           05 FILLER                   PIC X(8) VALUE SPACE.
           05 PRINT-MISSING-TOTAL      PIC ZZZ,ZZZ,ZZ9.99-.

       01  IMAGE-SECTION-LINE.
           05 FILLER                   PIC X(40) VALUE
              "SCANNED IMAGES WITH NO MATCHING VOUCHER".

       01  IMAGE-COLUMN-LINE.
           05 FILLER                   PIC X(21) VALUE "IMAGE ID".
           05 FILLER                   PIC X(6) VALUE "VEND".
           05 FILLER                   PIC X(16) VALUE "INVOICE".
           05 FILLER                   PIC X(4) VALUE "PGS".
           05 FILLER                   PIC X(9) VALUE "SCANNED".
           05 FILLER                   PIC X(9) VALUE "BY".
           05 FILLER                   PIC X(10) VALUE "HELD SINCE".

       01  IMAGE-DETAIL-LINE.
           05 PRINT-IMAGE-ID           PIC X(20).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-IMAGE-VENDOR       PIC 9(5).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-IMAGE-INVOICE      PIC X(15).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-PAGES              PIC ZZ9.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-SCAN-DATE          PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-SCAN-OPERATOR      PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-LOADED-DATE        PIC 9(8).

       01  IMAGE-TOTAL-LINE.
           05 FILLER                   PIC X(25) VALUE
              "IMAGES WITH NO VOUCHER:".
           05 PRINT-UNMATCHED-COUNT    PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-IMAGE-FILE.
           OPEN INPUT UNMATCHED-IMAGE-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           MOVE "IMGRPT01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-IMAGE-FILE.
           CLOSE UNMATCHED-IMAGE-FILE.
           CLOSE PRINTER-FILE.
           DISPLAY MISSING-COUNT " VOUCHER(S) WITH NO IMAGE, "
               UNMATCHED-COUNT " IMAGE(S) WITH NO VOUCHER".

       MAIN-PROCESS.
           PERFORM PRINT-THE-HEADINGS.
           PERFORM LIST-VOUCHERS-WITHOUT-IMAGES.
           PERFORM LIST-IMAGES-WITHOUT-VOUCHERS.

       PRINT-THE-HEADINGS.
           MOVE TODAY-CCYYMMDD TO PRINT-RUN-DATE.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *****************************************************
      *        VOUCHERS WITH NO IMAGE
      *****************************************************
       LIST-VOUCHERS-WITHOUT-IMAGES.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE VOUCHER-SECTION-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE VOUCHER-COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM READ-NEXT-VOUCHER.
           PERFORM CHECK-ONE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE MISSING-COUNT TO PRINT-MISSING-COUNT.
           MOVE MISSING-TOTAL TO PRINT-MISSING-TOTAL.
           MOVE VOUCHER-TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       READ-NEXT-VOUCHER.
           READ VOUCHER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO VOUCHER-FILE-AT-END.

       CHECK-ONE-VOUCHER.
           PERFORM LOOK-UP-VOUCHER-IMAGE.
           IF IMAGE-FOUND = "N" AND IMAGE-EXPECTED = "Y"
               PERFORM LIST-ONE-VOUCHER.
           PERFORM READ-NEXT-VOUCHER.

       LIST-ONE-VOUCHER.
           MOVE VOUCHER-NUMBER TO PRINT-VOUCHER.
           MOVE VOUCHER-VENDOR TO PRINT-VENDOR.
           MOVE VOUCHER-INVOICE TO PRINT-INVOICE.
           MOVE VOUCHER-DATE TO PRINT-VOUCHER-DATE.
           MOVE VOUCHER-AMOUNT TO PRINT-AMOUNT.
           MOVE VOUCHER-ENTERED-BY TO PRINT-ENTERED-BY.
           IF VOUCHER-PAID-DATE = ZEROES
               MOVE SPACES TO PRINT-PAID
           ELSE
               MOVE "PAID" TO PRINT-PAID.
           MOVE VOUCHER-DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD 1 TO MISSING-COUNT.
           ADD VOUCHER-AMOUNT TO MISSING-TOTAL.

      *****************************************************
      *        IMAGES WITH NO VOUCHER
      *****************************************************
       LIST-IMAGES-WITHOUT-VOUCHERS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE IMAGE-SECTION-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE IMAGE-COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM READ-NEXT-UNMATCHED.
           PERFORM LIST-ONE-IMAGE
               UNTIL UNMATCHED-FILE-AT-END = "Y".
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE UNMATCHED-COUNT TO PRINT-UNMATCHED-COUNT.
           MOVE IMAGE-TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       READ-NEXT-UNMATCHED.
           READ UNMATCHED-IMAGE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO UNMATCHED-FILE-AT-END.

       LIST-ONE-IMAGE.
           MOVE VIMU-IMAGE-ID TO PRINT-IMAGE-ID.
           MOVE VIMU-VENDOR TO PRINT-IMAGE-VENDOR.
           MOVE VIMU-INVOICE TO PRINT-IMAGE-INVOICE.
           MOVE VIMU-PAGE-COUNT TO PRINT-PAGES.
           MOVE VIMU-SCAN-DATE TO PRINT-SCAN-DATE.
           MOVE VIMU-SCAN-OPERATOR TO PRINT-SCAN-OPERATOR.
           MOVE VIMU-LOADED-DATE TO PRINT-LOADED-DATE.
           MOVE IMAGE-DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD 1 TO UNMATCHED-COUNT.
           PERFORM READ-NEXT-UNMATCHED.

       WRITE-TO-PRINTER.
           WRITE PRINTER-RECORD.

           COPY "PLPRNT01.CBL".

           COPY "PLVIMG01.CBL".
