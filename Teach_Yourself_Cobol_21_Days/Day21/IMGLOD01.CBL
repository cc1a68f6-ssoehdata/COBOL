      * Nightly invoice image index load
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMGLOD01.
      *-------------------------------------------------------------
      * The BATDRV01 step that ties the document system's scanned
      * invoices to vouchers. Reads the scanner's nightly index
      * export (IMGINDEX) - one line per scanned invoice: image
      * ID, vendor number, invoice number, page count, scan date
      * and scanning operator - and files each image on the
      * invoice image index (FDVIMG01.CBL) against the voucher
      * with the same vendor and invoice number, found through
      * the VOUCHER-INVOICE alternate key. When the vendor has
      * more than one voucher for the invoice, the image goes
      * to the first that has none yet.
      * An image matching no voucher without an image is held on
      * the unmatched file (FDVIMU01.CBL); every run tries the
      * held images again before the new export, so an invoice
      * scanned before it was keyed is picked up the night after
      * the voucher goes in. An image already indexed or already
      * held (the same export run twice) is passed over.
      * Runs unattended; the step count is the number of images
      * indexed.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLVOUCH.CBL".

           COPY "SLVIMG01.CBL".

           COPY "SLVIMU01.CBL".

           COPY "SLSTEPC.CBL".

           SELECT IMAGE-EXPORT-FILE
               ASSIGN TO "IMGINDEX"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDVOUCH.CBL".

           COPY "FDVIMG01.CBL".

           COPY "FDVIMU01.CBL".

           COPY "FDSTEPC.CBL".

       FD  IMAGE-EXPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  IMAGE-EXPORT-RECORD.
           05 IMGX-IMAGE-ID            PIC X(20).
           05 IMGX-VENDOR              PIC X(5).
           05 IMGX-INVOICE             PIC X(15).
           05 IMGX-PAGE-COUNT          PIC X(3).
           05 IMGX-SCAN-DATE           PIC X(8).
           05 IMGX-SCAN-OPERATOR       PIC X(8).

       WORKING-STORAGE SECTION.

       77  EXPORT-FILE-AT-END          PIC X VALUE "N".
       77  UNMATCHED-FILE-AT-END       PIC X VALUE "N".
       77  VOUCHER-FILE-AT-END         PIC X.
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  MATCH-RESULT                PIC X.
           88 MATCH-FOUND-A-VOUCHER    VALUE "F".
           88 MATCH-ALREADY-INDEXED    VALUE "A".
           88 MATCH-FOUND-NOTHING      VALUE "N".
       77  MATCHED-VOUCHER             PIC 9(7).
       77  IMAGES-READ                 PIC 9(5) VALUE ZERO.
       77  IMAGES-INDEXED              PIC 9(5) VALUE ZERO.
       77  HELD-IMAGES-INDEXED         PIC 9(5) VALUE ZERO.
       77  IMAGES-HELD                 PIC 9(5) VALUE ZERO.
       77  IMAGES-ALREADY-LOADED       PIC 9(5) VALUE ZERO.
       77  IMAGE-NEWLY-HELD            PIC X.

      *-------------------------------------------------------------
      * The image being matched - from the export or from the
      * unmatched file.
      *-------------------------------------------------------------
       01  IMAGE-CANDIDATE.
           05 CAND-IMAGE-ID            PIC X(20).
           05 CAND-VENDOR              PIC 9(5).
           05 CAND-INVOICE             PIC X(15).
           05 CAND-PAGE-COUNT          PIC 9(3).
           05 CAND-SCAN-DATE           PIC 9(8).
           05 CAND-SCAN-OPERATOR       PIC X(8).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN INPUT VOUCHER-FILE.
           OPEN I-O VOUCHER-IMAGE-FILE.
           OPEN I-O UNMATCHED-IMAGE-FILE.
           OPEN INPUT IMAGE-EXPORT-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-IMAGE-FILE.
           CLOSE UNMATCHED-IMAGE-FILE.
           CLOSE IMAGE-EXPORT-FILE.
           PERFORM WRITE-THE-STEP-COUNT.
           DISPLAY IMAGES-READ " IMAGE(S) IN THE SCANNER EXPORT".
           DISPLAY IMAGES-INDEXED " IMAGE(S) INDEXED, "
               HELD-IMAGES-INDEXED " OF THEM HELD FROM EARLIER".
           DISPLAY IMAGES-HELD " IMAGE(S) HELD - NO VOUCHER TO "
               "MATCH".
           IF IMAGES-ALREADY-LOADED NOT = ZERO
               DISPLAY IMAGES-ALREADY-LOADED
                   " IMAGE(S) ALREADY LOADED - PASSED OVER".

       WRITE-THE-STEP-COUNT.
           OPEN OUTPUT STEP-COUNT-FILE.
           MOVE IMAGES-INDEXED TO STEP-RECORD-COUNT.
           WRITE STEP-COUNT-RECORD.
           CLOSE STEP-COUNT-FILE.

       MAIN-PROCESS.
           PERFORM RETRY-THE-HELD-IMAGES.
           PERFORM LOAD-THE-EXPORT.

      *****************************************************
      *        IMAGES HELD FROM EARLIER RUNS
      *****************************************************
       RETRY-THE-HELD-IMAGES.
           PERFORM READ-NEXT-UNMATCHED.
           PERFORM RETRY-ONE-HELD-IMAGE
               UNTIL UNMATCHED-FILE-AT-END = "Y".

       READ-NEXT-UNMATCHED.
           READ UNMATCHED-IMAGE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO UNMATCHED-FILE-AT-END.

       RETRY-ONE-HELD-IMAGE.
           MOVE VIMU-IMAGE-ID TO CAND-IMAGE-ID.
           MOVE VIMU-VENDOR TO CAND-VENDOR.
           MOVE VIMU-INVOICE TO CAND-INVOICE.
           MOVE VIMU-PAGE-COUNT TO CAND-PAGE-COUNT.
           MOVE VIMU-SCAN-DATE TO CAND-SCAN-DATE.
           MOVE VIMU-SCAN-OPERATOR TO CAND-SCAN-OPERATOR.
           PERFORM FIND-THE-VOUCHER.
           IF MATCH-FOUND-A-VOUCHER
               PERFORM INDEX-THE-IMAGE
               ADD 1 TO HELD-IMAGES-INDEXED
               PERFORM DELETE-UNMATCHED-RECORD.
           PERFORM READ-NEXT-UNMATCHED.

      *****************************************************
      *        TONIGHT'S SCANNER EXPORT
      *****************************************************
       LOAD-THE-EXPORT.
           PERFORM READ-NEXT-EXPORT.
           PERFORM LOAD-ONE-IMAGE
               UNTIL EXPORT-FILE-AT-END = "Y".

       READ-NEXT-EXPORT.
           READ IMAGE-EXPORT-FILE
               AT END
                   MOVE "Y" TO EXPORT-FILE-AT-END.

       LOAD-ONE-IMAGE.
           ADD 1 TO IMAGES-READ.
           PERFORM TAKE-THE-EXPORT-LINE.
           PERFORM FIND-THE-VOUCHER.
           IF MATCH-FOUND-A-VOUCHER
               PERFORM INDEX-THE-IMAGE
           ELSE
           IF MATCH-ALREADY-INDEXED
               ADD 1 TO IMAGES-ALREADY-LOADED
           ELSE
               PERFORM HOLD-THE-IMAGE.
           PERFORM READ-NEXT-EXPORT.

      *-------------------------------------------------------------
      * A vendor number, page count or date the scanner left unreadable
      * goes in as zeroes - the image is still held, where
      * IMGRPT01 shows it for someone to sort out.
      *-------------------------------------------------------------
       TAKE-THE-EXPORT-LINE.
           MOVE IMGX-IMAGE-ID TO CAND-IMAGE-ID.
           MOVE IMGX-INVOICE TO CAND-INVOICE.
           MOVE IMGX-SCAN-OPERATOR TO CAND-SCAN-OPERATOR.
           MOVE ZEROES TO CAND-VENDOR.
           IF IMGX-VENDOR NUMERIC
               MOVE IMGX-VENDOR TO CAND-VENDOR.
           MOVE ZEROES TO CAND-PAGE-COUNT.
           IF IMGX-PAGE-COUNT NUMERIC
               MOVE IMGX-PAGE-COUNT TO CAND-PAGE-COUNT.
           MOVE ZEROES TO CAND-SCAN-DATE.
           IF IMGX-SCAN-DATE NUMERIC
               MOVE IMGX-SCAN-DATE TO CAND-SCAN-DATE.

       HOLD-THE-IMAGE.
           MOVE CAND-IMAGE-ID TO VIMU-IMAGE-ID.
           MOVE CAND-VENDOR TO VIMU-VENDOR.
           MOVE CAND-INVOICE TO VIMU-INVOICE.
           MOVE CAND-PAGE-COUNT TO VIMU-PAGE-COUNT.
           MOVE CAND-SCAN-DATE TO VIMU-SCAN-DATE.
           MOVE CAND-SCAN-OPERATOR TO VIMU-SCAN-OPERATOR.
           MOVE TODAY-CCYYMMDD TO VIMU-LOADED-DATE.
           MOVE "Y" TO IMAGE-NEWLY-HELD.
           WRITE UNMATCHED-IMAGE-RECORD
               INVALID KEY
                   MOVE "N" TO IMAGE-NEWLY-HELD.
           IF IMAGE-NEWLY-HELD = "Y"
               ADD 1 TO IMAGES-HELD
           ELSE
               ADD 1 TO IMAGES-ALREADY-LOADED.

      *****************************************************
      *        MATCH ON VENDOR AND INVOICE NUMBER
      *****************************************************
       FIND-THE-VOUCHER.
           MOVE "N" TO MATCH-RESULT.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           MOVE CAND-INVOICE TO VOUCHER-INVOICE.
           START VOUCHER-FILE KEY NOT < VOUCHER-INVOICE
               INVALID KEY
                   MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-SAME-INVOICE.
           PERFORM CHECK-ONE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y"
                   OR MATCH-FOUND-A-VOUCHER
                   OR MATCH-ALREADY-INDEXED.

       READ-NEXT-SAME-INVOICE.
           READ VOUCHER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               IF VOUCHER-INVOICE NOT = CAND-INVOICE
                   MOVE "Y" TO VOUCHER-FILE-AT-END.

       CHECK-ONE-VOUCHER.
           IF VOUCHER-VENDOR = CAND-VENDOR
               PERFORM CHECK-THE-VOUCHER-IMAGE.
           IF MATCH-FOUND-NOTHING
               PERFORM READ-NEXT-SAME-INVOICE.

       CHECK-THE-VOUCHER-IMAGE.
           MOVE VOUCHER-NUMBER TO VIMG-VOUCHER-NUMBER.
           READ VOUCHER-IMAGE-FILE RECORD
               INVALID KEY
                   MOVE "F" TO MATCH-RESULT
                   MOVE VOUCHER-NUMBER TO MATCHED-VOUCHER.
           IF MATCH-FOUND-NOTHING
               AND VIMG-IMAGE-ID = CAND-IMAGE-ID
               MOVE "A" TO MATCH-RESULT.

       INDEX-THE-IMAGE.
           MOVE MATCHED-VOUCHER TO VIMG-VOUCHER-NUMBER.
           MOVE CAND-IMAGE-ID TO VIMG-IMAGE-ID.
           MOVE CAND-PAGE-COUNT TO VIMG-PAGE-COUNT.
           MOVE CAND-SCAN-DATE TO VIMG-SCAN-DATE.
           MOVE CAND-SCAN-OPERATOR TO VIMG-SCAN-OPERATOR.
           MOVE TODAY-CCYYMMDD TO VIMG-INDEXED-DATE.
           WRITE VOUCHER-IMAGE-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING IMAGE INDEX RECORD".
           ADD 1 TO IMAGES-INDEXED.

       DELETE-UNMATCHED-RECORD.
           DELETE UNMATCHED-IMAGE-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR DELETING HELD IMAGE RECORD".
