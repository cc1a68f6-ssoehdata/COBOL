      *----------------------------------------------
      * Vendor sanctions screen.
      * PLSCRN01.CBL
      * USAGE:
      * Calling program must SELECT/FD the vendor file
      * (SLVND02.CBL/FDVND04.CBL) and must COPY WSSCRN01.CBL
      * into WORKING-STORAGE.
      * SCREEN-THIS-VENDOR screens the vendor record in hand
      * through SDNCHK01. On a possible match it puts the
      * vendor on payment hold with a reason starting
      * "SANCTIONS REVIEW" - the caller still writes or
      * rewrites the record. A vendor already held for review
      * or inactive is left alone.
      * SCREEN-ALL-VENDORS screens every vendor on file and
      * rewrites each one it holds; the vendor file must be
      * open I-O. The payment runs perform it before paying
      * anybody, so a vendor that turned up on a newly loaded
      * list is held before its check is cut.
      * Only compliance (SDNREV01) takes the hold back off.
      *----------------------------------------------
       SCREEN-THIS-VENDOR.
           MOVE "N" TO SCREEN-RESULT.
           IF NOT VENDOR-IS-INACTIVE AND
              VENDOR-HOLD-REASON (1:16) NOT = SANCTIONS-HOLD-PREFIX
               CALL "SDNCHK01" USING VENDOR-NUMBER
                                     VENDOR-NAME
                                     REMIT-TO-NAME
                                     VENDOR-COUNTRY
                                     SCREEN-CALLER
                                     SCREEN-RESULT
                                     SCREEN-HOLD-REASON
               IF SCREEN-FOUND-A-HIT
                   MOVE "H" TO VENDOR-STATUS
                   MOVE SCREEN-HOLD-REASON TO VENDOR-HOLD-REASON
                   DISPLAY "VENDOR " VENDOR-NUMBER
                       " HELD - POSSIBLE SANCTIONS MATCH".

       SCREEN-ALL-VENDORS.
           MOVE ZEROES TO VENDORS-SCREENED.
           MOVE ZEROES TO VENDORS-HELD.
           MOVE ZEROES TO VENDOR-NUMBER.
           MOVE "N" TO SCREEN-VENDOR-AT-END.
           START VENDOR-FILE KEY NOT < VENDOR-NUMBER
               INVALID KEY
                   MOVE "Y" TO SCREEN-VENDOR-AT-END.
           IF SCREEN-VENDOR-AT-END NOT = "Y"
               PERFORM READ-NEXT-SCREEN-VENDOR.
           PERFORM SCREEN-ONE-FILED-VENDOR
               UNTIL SCREEN-VENDOR-AT-END = "Y".
           DISPLAY VENDORS-SCREENED " VENDOR(S) SCREENED, "
               VENDORS-HELD " HELD FOR SANCTIONS REVIEW".

       READ-NEXT-SCREEN-VENDOR.
           READ VENDOR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCREEN-VENDOR-AT-END.

       SCREEN-ONE-FILED-VENDOR.
           ADD 1 TO VENDORS-SCREENED.
           PERFORM SCREEN-THIS-VENDOR.
           IF SCREEN-FOUND-A-HIT
               ADD 1 TO VENDORS-HELD
               PERFORM REWRITE-SCREENED-VENDOR.
           PERFORM READ-NEXT-SCREEN-VENDOR.

       REWRITE-SCREENED-VENDOR.
           REWRITE VENDOR-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING VENDOR RECORD".
