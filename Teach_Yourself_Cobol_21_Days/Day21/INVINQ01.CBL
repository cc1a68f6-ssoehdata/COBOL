      * invoice number or a leading fragment of one, STARTs the
      * VOUCHER-INVOICE alternate key at it, and lists every
      * voucher whose invoice begins with the fragment: vendor
      * number and name, amount, and paid status, with the ID of
      * the scanned invoice image (FDVIMG01.CBL) beneath.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "SLVND02.CBL".

           COPY "SLVIMG01.CBL".

       DATA DIVISION.
       FILE SECTION.


           COPY "FDVND04.CBL".

           COPY "FDVIMG01.CBL".

       WORKING-STORAGE SECTION.

           COPY "WSCASE01.CBL".

           COPY "WSVIMG01.CBL".

       77  VOUCHER-FILE-AT-END         PIC X.
       77  VENDOR-FOUND                PIC X.
       77  SEARCH-FRAGMENT             PIC X(15).
       OPENING-PROCEDURE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT VOUCHER-IMAGE-FILE.

       CLOSING-PROCEDURE.
           CLOSE VOUCHER-FILE.
           CLOSE VENDOR-FILE.
           CLOSE VOUCHER-IMAGE-FILE.

       MAIN-PROCESS.
           PERFORM GET-SEARCH-FRAGMENT.
           DISPLAY VOUCHER-INVOICE " VCH " VOUCHER-NUMBER
               " VND " VOUCHER-VENDOR " " VENDOR-NAME(1:20)
               " " VOUCHER-AMOUNT " " PAID-STATUS.
           PERFORM LOOK-UP-VOUCHER-IMAGE.
           IF IMAGE-FOUND = "Y"
               DISPLAY "    IMAGE " VIMG-IMAGE-ID
           ELSE
           IF IMAGE-EXPECTED = "Y"
               DISPLAY "    NO IMAGE".
           ADD 1 TO MATCHES-LISTED.
           PERFORM READ-NEXT-VOUCHER.

               INVALID KEY
                   MOVE "N" TO VENDOR-FOUND
                   MOVE "** VENDOR NOT ON FILE **" TO VENDOR-NAME.

           COPY "PLVIMG01.CBL".
