      * file) to show every voucher on file for that vendor - invoice,
      * amount, due date, and paid status - a screen page at a time,
      * so "did you pay invoice 4471 yet" can be answered on the spot.
      * Each voucher shows the ID of its scanned invoice image
      * (FDVIMG01.CBL), so the document can be pulled up too.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "SLVNOTE.CBL".

           COPY "SLVIMG01.CBL".

       DATA DIVISION.
       FILE SECTION.


           COPY "FDVNOTE.CBL".

           COPY "FDVIMG01.CBL".

       WORKING-STORAGE SECTION.

           COPY "WSDATE01.CBL".

           COPY "WSVNOTE1.CBL".

           COPY "WSVIMG01.CBL".

       77  RECORD-FOUND                PIC X.
       77  VOUCHER-FILE-AT-END         PIC X.
       77  DONE-PAGING                 PIC X.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-NOTE-FILE.
           OPEN INPUT VOUCHER-IMAGE-FILE.

       CLOSING-PROCEDURE.
           CLOSE VENDOR-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-NOTE-FILE.
           CLOSE VOUCHER-IMAGE-FILE.

       MAIN-PROCESS.
           PERFORM GET-VENDOR-TO-INQUIRE.
               " AMOUNT " VOUCHER-AMOUNT
               " DUE " FORMATTED-DATE
               " " PAID-STATUS-TEXT.
           PERFORM LOOK-UP-VOUCHER-IMAGE.
           IF IMAGE-FOUND = "Y"
               DISPLAY "  IMAGE " VIMG-IMAGE-ID " "
                   VIMG-PAGE-COUNT " PAGE(S)"
           ELSE
           IF IMAGE-EXPECTED = "Y"
               DISPLAY "  NO INVOICE IMAGE ON FILE".
           MOVE VOUCHER-NUMBER TO NOTE-VOUCHER-NUMBER.
           PERFORM LIST-VOUCHER-NOTES.

           COPY "PLDATE01.CBL".

           COPY "PLVNOTE2.CBL".

           COPY "PLVIMG01.CBL".
