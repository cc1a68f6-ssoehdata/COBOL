
           COPY "SLCTLLOG.CBL".

           COPY "SLCCA01.CBL".

       DATA DIVISION.
       FILE SECTION.


           COPY "FDCTLLOG.CBL".

           COPY "FDCCA01.CBL".

       WORKING-STORAGE SECTION.
       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 4.
       77  RECORD-FOUND                PIC X.
       77  VENDOR-FOUND                PIC X.
       77  GL-ACCOUNT-FOUND            PIC X.
       77  CCA-FOUND                   PIC X.
       77  WHICH-FIELD                 PIC 9.
           88 WHICH-FIELD-IS-VALID     VALUES 0 THRU 8.

       77  OLD-CONTROL-VALUE           PIC 9(8).
       77  TODAY-CCYYMMDD              PIC 9(8).
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT GLACCOUNT-FILE.
           OPEN EXTEND CONTROL-LOG-FILE.
           OPEN INPUT COST-ALLOCATION-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE VENDOR-FILE.
           CLOSE GLACCOUNT-FILE.
           CLOSE CONTROL-LOG-FILE.
           CLOSE COST-ALLOCATION-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM ENTER-RECUR-GL-ACCOUNT.
           PERFORM ENTER-RECUR-END-DATE.
           PERFORM ENTER-RECUR-OCCURRENCES.
           PERFORM ENTER-RECUR-CCA-CODE.

      *****************************************************
      *                     CHANGE

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-8) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
               PERFORM ENTER-RECUR-END-DATE
           ELSE
           IF WHICH-FIELD = 7
               PERFORM ENTER-RECUR-OCCURRENCES
           ELSE
           IF WHICH-FIELD = 8
               PERFORM ENTER-RECUR-CCA-CODE.

           PERFORM REWRITE-RECUR-RECORD.

           MOVE SPACE TO RECUR-RECORD.
           MOVE ZEROES TO RECUR-RECORD.
           MOVE "Y" TO RECUR-ACTIVE.
           MOVE SPACES TO RECUR-CCA-CODE.

       GET-RECUR-RECORD.
           PERFORM ENTER-RECUR-NUMBER.
           DISPLAY "5. GL ACCOUNT:      " RECUR-GL-ACCOUNT-NUMBER.
           DISPLAY "6. END DATE:        " RECUR-END-DATE.
           DISPLAY "7. OCCURRENCES LEFT:" RECUR-REMAINING-OCCURRENCES.
           DISPLAY "8. ALLOCATION:      " RECUR-CCA-CODE.
           DISPLAY "   LAST GENERATED:  " RECUR-LAST-GEN-PERIOD.
           DISPLAY " ".

           DISPLAY "UNLIMITED)".
           ACCEPT RECUR-REMAINING-OCCURRENCES.

      *-------------------------------------------------------------
      * A rent or utility bill shared across departments names
      * the allocation template (CCAMNT01) that splits it. The
      * template goes onto every voucher RECGEN01 generates, and
      * GLAEXP01 debits the template's accounts instead of the
      * one in field 5.
      *-------------------------------------------------------------
       ENTER-RECUR-CCA-CODE.
           PERFORM ACCEPT-RECUR-CCA-CODE.
           PERFORM RE-ACCEPT-RECUR-CCA-CODE
               UNTIL CCA-FOUND = "Y".

       ACCEPT-RECUR-CCA-CODE.
           DISPLAY "ENTER THE ALLOCATION TEMPLATE THAT SPLITS".
           DISPLAY "THIS BILL (BLANK IF IT ISN'T SPLIT)".
           MOVE SPACES TO RECUR-CCA-CODE.
           ACCEPT RECUR-CCA-CODE.
           INSPECT RECUR-CCA-CODE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           MOVE "Y" TO CCA-FOUND.
           IF RECUR-CCA-CODE NOT = SPACES
               PERFORM READ-CCA-RECORD.

       RE-ACCEPT-RECUR-CCA-CODE.
           DISPLAY "ALLOCATION TEMPLATE NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-RECUR-CCA-CODE.

       READ-CCA-RECORD.
           MOVE "Y" TO CCA-FOUND.
           MOVE RECUR-CCA-CODE TO CCA-CODE.
           READ COST-ALLOCATION-FILE RECORD
               INVALID KEY
                   MOVE "N" TO CCA-FOUND.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
