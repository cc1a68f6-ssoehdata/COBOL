      * approver stamp VOUCHER-APPROVAL-STATUS/APPROVED-BY/APPROVAL-
      * DATE on a voucher one at a time, or change the approval
      * threshold VCHSEL01/CHKPRT01 check vouchers against.
      * A voucher with a paper invoice behind it must have its
      * scanned image on the invoice image index (FDVIMG01.CBL)
      * before it is approved, short of a journaled override.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "SLCONTRL.CBL".

           COPY "SLVIMG01.CBL".

       DATA DIVISION.
       FILE SECTION.


           COPY "FDCONTRL.CBL".

           COPY "FDVIMG01.CBL".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
       77  TODAY-CCYYMMDD               PIC 9(8).
       77  OK-TO-OVERRIDE               PIC X.
       77  SOD-CLEAR                    PIC X.
       77  IMAGE-CLEAR                  PIC X.
       77  OK-TO-SKIP-IMAGE             PIC X.

           COPY "WSCASE01.CBL".


           COPY "WSAUDJ01.CBL".

           COPY "WSVIMG01.CBL".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           OPEN EXTEND AUDIT-JOURNAL-FILE.
           MOVE "VCHAPR01" TO AUDIT-PROGRAM-ID.
           OPEN I-O CONTROL-FILE.
           OPEN INPUT VOUCHER-IMAGE-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL-RECORD.

           CLOSE SIGNON-LOG-FILE.
           CLOSE AUDIT-JOURNAL-FILE.
           CLOSE CONTROL-FILE.
           CLOSE VOUCHER-IMAGE-FILE.

      *-------------------------------------------------------------
      * CONTROL-APPROVAL-THRESHOLD defaults to zero (requiring
               DISPLAY "THIS VOUCHER IS ALREADY APPROVED BY "
                   VOUCHER-APPROVED-BY " ON " VOUCHER-APPROVAL-DATE
           ELSE
               PERFORM CLEAR-AND-APPROVE.

       CLEAR-AND-APPROVE.
           MOVE "N" TO IMAGE-CLEAR.
           PERFORM CHECK-SEPARATION-OF-DUTIES.
           IF SOD-CLEAR = "Y"
               PERFORM CHECK-INVOICE-IMAGE.
           IF IMAGE-CLEAR = "Y"
               PERFORM ASK-OK-TO-APPROVE
               IF OK-TO-APPROVE = "Y"
                   PERFORM STAMP-THE-APPROVAL
                   PERFORM REWRITE-VOUCHER-RECORD.

      *-------------------------------------------------------------
      * The approver must not be the operator who keyed the
               TO AUDJRN-AFTER-IMAGE.
           PERFORM WRITE-AUDIT-JOURNAL.

      *-------------------------------------------------------------
      * The approver is looking at the invoice image, not taking
      * the keyer's word for it. An invoice not scanned yet can
      * still be approved when it has to be, but the override
      * is journaled under NOIMAGE, as the SOD override is.
      *-------------------------------------------------------------
       CHECK-INVOICE-IMAGE.
           PERFORM LOOK-UP-VOUCHER-IMAGE.
           MOVE "Y" TO IMAGE-CLEAR.
           IF IMAGE-FOUND = "Y"
               DISPLAY "INVOICE IMAGE " VIMG-IMAGE-ID " - "
                   VIMG-PAGE-COUNT " PAGE(S) SCANNED "
                   VIMG-SCAN-DATE
           ELSE
           IF IMAGE-EXPECTED = "Y"
               MOVE "N" TO IMAGE-CLEAR
               DISPLAY "*** NO INVOICE IMAGE IS ATTACHED TO THIS "
                   "VOUCHER ***"
               PERFORM ASK-SKIP-THE-IMAGE
               IF OK-TO-SKIP-IMAGE = "Y"
                   MOVE "Y" TO IMAGE-CLEAR
                   PERFORM JOURNAL-IMAGE-OVERRIDE.

       ASK-SKIP-THE-IMAGE.
           PERFORM ACCEPT-SKIP-THE-IMAGE.
           PERFORM RE-ACCEPT-SKIP-THE-IMAGE
               UNTIL OK-TO-SKIP-IMAGE = "Y" OR "N".

       ACCEPT-SKIP-THE-IMAGE.
           DISPLAY "APPROVE WITHOUT THE IMAGE - OVERRIDE (Y/N)?".
           DISPLAY "(THE OVERRIDE IS JOURNALED)".
           ACCEPT OK-TO-SKIP-IMAGE.
           INSPECT OK-TO-SKIP-IMAGE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-SKIP-THE-IMAGE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-SKIP-THE-IMAGE.

       JOURNAL-IMAGE-OVERRIDE.
           MOVE "NOIMAGE" TO AUDJRN-FILE-NAME.
           MOVE "APPROV" TO AUDJRN-ACTION.
           MOVE VOUCHER-NUMBER TO AUDJRN-KEY.
           MOVE SPACES TO AUDJRN-BEFORE-IMAGE.
           MOVE "APPROVED WITH NO INVOICE IMAGE ATTACHED"
               TO AUDJRN-AFTER-IMAGE.
           PERFORM WRITE-AUDIT-JOURNAL.

       DISPLAY-VOUCHER-DETAIL.
           DISPLAY "VENDOR: " VOUCHER-VENDOR
               "   AMOUNT: " VOUCHER-AMOUNT
           COPY "PLSGNON1.CBL".

           COPY "PLAUDJ01.CBL".

           COPY "PLVIMG01.CBL".
