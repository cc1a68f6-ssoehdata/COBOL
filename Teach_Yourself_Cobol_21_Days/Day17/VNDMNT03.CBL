
           COPY "SLTRM01.CBL".

           COPY "SLLRT01.CBL".

           COPY "SLVND02.CBL".

           COPY  "SLSTATE.CBL".

           COPY "FDTRM01.CBL".

           COPY "FDLRT01.CBL".

           COPY "FDVND04.CBL".

           COPY "FDSTATE.CBL".
       77  SEARCH-VENDOR-NAME          PIC X(30).
       77  NAME-SEARCH-AT-END          PIC X.
       77  WHICH-FIELD                 PIC 99.
           88 WHICH-FIELD-IS-VALID     VALUES 0 THRU 35.
       77  ELIGIBLE-ANSWER             PIC X.

           COPY "WSDATE01.CBL".

           COPY "WSAUDJ01.CBL".

           COPY "WSSCRN01.CBL".

       77  TODAY-CCYYMMDD              PIC 9(8).
       77  TERMS-CODE-FOUND            PIC X.
       77  OLD-VENDOR-EDI              PIC X.
       77  LATE-CODE-FOUND             PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

       OPENING-PROCEDURE.
           OPEN INPUT TERMS-FILE.
           OPEN INPUT LATE-RATE-FILE.
           OPEN I-O STATE-FILE.
           OPEN I-O VENDOR-FILE.
           OPEN I-O OPERATOR-FILE.

       CLOSING-PROCEDURE.
           CLOSE TERMS-FILE.
           CLOSE LATE-RATE-FILE.
           CLOSE STATE-FILE.
           CLOSE VENDOR-FILE.
           CLOSE OPERATOR-FILE.
      * against it until a second operator reviews and releases
      * it in VNDREL01. The add itself is journaled as always,
      * so the pending queue is visible on the audit journal.
      * Every add, and every change, is screened against the
      * sanctions list before it is written; a possible match
      * goes on file on payment hold for compliance.
      *-------------------------------------------------------------
       ADD-RECORDS.
           PERFORM ENTER-REMAINING-FIELDS.
           MOVE "N" TO VENDOR-PENDING-STATUS.
           MOVE OPERATOR-ID TO VENDOR-PENDING-BY.
           MOVE TODAY-CCYYMMDD TO VENDOR-PENDING-DATE.
           PERFORM SCREEN-THIS-VENDOR.
           PERFORM WRITE-VENDOR-RECORD.
           DISPLAY "VENDOR " VENDOR-NUMBER " IS PENDING - A SECOND "
               "OPERATOR MUST RELEASE IT IN VNDREL01".
           PERFORM ENTER-VENDOR-STATUS.
           PERFORM ENTER-VENDOR-FOREIGN-PAYEE.
           PERFORM ENTER-VENDOR-TERMS-CODE.
           PERFORM ENTER-VENDOR-ERS.
           PERFORM ENTER-VENDOR-EDI.
           PERFORM ENTER-VENDOR-LATE-INT-CODE.

      *****************************************************
      *                     CHANGE

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-35) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
           ELSE
           IF WHICH-FIELD = 14
               PERFORM ENTER-VENDOR-TAX-ID
               MOVE SPACE TO VENDOR-TIN-MATCH-STATUS
           ELSE
           IF WHICH-FIELD = 15
               PERFORM ENTER-VENDOR-W9-ON-FILE-DATE
               PERFORM ENTER-VENDOR-TREATY-RATE
           ELSE
           IF WHICH-FIELD = 32
               PERFORM ENTER-VENDOR-TERMS-CODE
           ELSE
           IF WHICH-FIELD = 33
               PERFORM ENTER-VENDOR-ERS
           ELSE
           IF WHICH-FIELD = 34
               PERFORM ENTER-VENDOR-EDI
           ELSE
           IF WHICH-FIELD = 35
               PERFORM ENTER-VENDOR-LATE-INT-CODE.

           PERFORM SCREEN-THIS-VENDOR.
           PERFORM REWRITE-VENDOR-RECORD.

      ****************************************************
           MOVE ZEROES TO VENDOR-PENDING-DATE.
           MOVE ZEROES TO VENDOR-PENDING-ROUTING.
           MOVE "N" TO VENDOR-FOREIGN-PAYEE.
           MOVE "N" TO VENDOR-ERS.
           MOVE "N" TO VENDOR-EDI.
           MOVE ZEROES TO VENDOR-EDI-START-DATE.
           MOVE ZEROES TO VENDOR-TREATY-RATE.
           MOVE ZEROES TO VENDOR-YTD-1042-PAID.
           MOVE ZEROES TO VENDOR-YTD-1042-WITHHELD.
           MOVE ZEROES TO VENDOR-DISCOUNT-PERCENT.
           MOVE ZEROES TO VENDOR-DISCOUNT-DAYS.
           MOVE "A" TO VENDOR-STATUS.
           MOVE ZEROES TO VENDOR-TIN-MATCH-DATE.
           MOVE "N" TO VENDOR-BACKUP-WITHHOLD.
           MOVE ZEROES TO VENDOR-BACKUP-WH-START.
           MOVE ZEROES TO VENDOR-YTD-BACKUP-WITHHELD.

       ENTER-VENDOR-NUMBER.
           PERFORM ACCEPT-VENDOR-NUMBER.
           DISPLAY "TERMS CODE NOT ON THE TABLE - PLEASE RE-ENTER".
           PERFORM ACCEPT-VENDOR-TERMS-CODE.

      *-------------------------------------------------------------
      * The late-payment interest rate code off the FDLRT01
      * table - any effective date on file for the code will
      * do, the payment runs pick the rate by date. Blank means
      * we owe this vendor no interest for paying late.
      *-------------------------------------------------------------
       ENTER-VENDOR-LATE-INT-CODE.
           PERFORM ACCEPT-VENDOR-LATE-INT-CODE.
           PERFORM RE-ACCEPT-VENDOR-LATE-INT-CODE
               UNTIL LATE-CODE-FOUND = "Y"
                   OR VENDOR-LATE-INT-CODE = SPACES.

       ACCEPT-VENDOR-LATE-INT-CODE.
           DISPLAY "ENTER THE LATE-PAYMENT INTEREST RATE CODE".
           DISPLAY "(BLANK IF NO INTEREST IS OWED FOR PAYING LATE)".
           MOVE SPACES TO VENDOR-LATE-INT-CODE.
           ACCEPT VENDOR-LATE-INT-CODE.
           INSPECT VENDOR-LATE-INT-CODE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           MOVE "N" TO LATE-CODE-FOUND.
           IF VENDOR-LATE-INT-CODE NOT = SPACES
               PERFORM FIND-LATE-INT-CODE.
           IF LATE-CODE-FOUND = "Y"
               DISPLAY "INTEREST RATE: " LATERATE-NAME.

       FIND-LATE-INT-CODE.
           MOVE VENDOR-LATE-INT-CODE TO LATERATE-CODE.
           MOVE ZEROES TO LATERATE-EFFECTIVE-DATE.
           START LATE-RATE-FILE KEY NOT < LATERATE-KEY
               INVALID KEY
                   MOVE SPACES TO LATERATE-CODE.
           IF LATERATE-CODE NOT = SPACES
               READ LATE-RATE-FILE NEXT RECORD
                   AT END
                       MOVE SPACES TO LATERATE-CODE.
           IF LATERATE-CODE = VENDOR-LATE-INT-CODE
               MOVE "Y" TO LATE-CODE-FOUND.

       RE-ACCEPT-VENDOR-LATE-INT-CODE.
           DISPLAY "RATE CODE NOT ON THE TABLE - PLEASE RE-ENTER".
           PERFORM ACCEPT-VENDOR-LATE-INT-CODE.

      *-------------------------------------------------------------
      * Evaluated receipt settlement - a Y vendor is paid off
      * the receiving records by ERSGEN01 and sends no invoices.
      *-------------------------------------------------------------
       ENTER-VENDOR-ERS.
           PERFORM ACCEPT-VENDOR-ERS.
           PERFORM RE-ACCEPT-VENDOR-ERS
               UNTIL VENDOR-ERS = "Y" OR "N".

       ACCEPT-VENDOR-ERS.
           DISPLAY "SETTLE THIS VENDOR FROM RECEIPTS - EVALUATED "
               "RECEIPT SETTLEMENT (Y/N)?".
           ACCEPT VENDOR-ERS.
           INSPECT VENDOR-ERS
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-VENDOR-ERS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-VENDOR-ERS.

      *-------------------------------------------------------------
      * Electronic ordering - a Y vendor's POs go out as 850s
      * from EDIOUT01. Switching a vendor on stamps today as the
      * start date, so only orders cut from now on are sent.
      *-------------------------------------------------------------
       ENTER-VENDOR-EDI.
           MOVE VENDOR-EDI TO OLD-VENDOR-EDI.
           PERFORM ACCEPT-VENDOR-EDI.
           PERFORM RE-ACCEPT-VENDOR-EDI
               UNTIL VENDOR-EDI = "Y" OR "N".
           IF VENDOR-IS-EDI
               PERFORM ENTER-VENDOR-EDI-PARTNER-ID
           ELSE
               MOVE SPACES TO VENDOR-EDI-PARTNER-ID
               MOVE ZEROES TO VENDOR-EDI-START-DATE.
           IF VENDOR-IS-EDI AND OLD-VENDOR-EDI NOT = "Y"
               MOVE TODAY-CCYYMMDD TO VENDOR-EDI-START-DATE.

       ACCEPT-VENDOR-EDI.
           DISPLAY "SEND THIS VENDOR ELECTRONIC PURCHASE ORDERS - "
               "EDI (Y/N)?".
           ACCEPT VENDOR-EDI.
           INSPECT VENDOR-EDI
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-VENDOR-EDI.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-VENDOR-EDI.

       ENTER-VENDOR-EDI-PARTNER-ID.
           PERFORM ACCEPT-VENDOR-EDI-PARTNER-ID.
           PERFORM RE-ACCEPT-VENDOR-EDI-PARTNER-ID
               UNTIL VENDOR-EDI-PARTNER-ID NOT = SPACES.

       ACCEPT-VENDOR-EDI-PARTNER-ID.
           DISPLAY "ENTER THE VENDOR'S EDI TRADING PARTNER ID".
           ACCEPT VENDOR-EDI-PARTNER-ID.
           INSPECT VENDOR-EDI-PARTNER-ID
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-VENDOR-EDI-PARTNER-ID.
           DISPLAY "A TRADING PARTNER ID MUST BE ENTERED".
           PERFORM ACCEPT-VENDOR-EDI-PARTNER-ID.

      *-------------------------------------------------------------
      * A sanctions hold or a confirmed sanctions match is
      * compliance's to lift, in SDNREV01 - not here.
      *-------------------------------------------------------------
       ENTER-VENDOR-STATUS.
           IF VENDOR-HOLD-REASON (1:9) = SANCTIONS-REASON-WORD
               DISPLAY "VENDOR IS " VENDOR-HOLD-REASON
               DISPLAY "ONLY COMPLIANCE CAN CHANGE ITS STATUS, "
                   "IN SDNREV01"
           ELSE
               PERFORM ENTER-NEW-VENDOR-STATUS.

       ENTER-NEW-VENDOR-STATUS.
           PERFORM ACCEPT-VENDOR-STATUS.
           PERFORM RE-ACCEPT-VENDOR-STATUS
               UNTIL VENDOR-STATUS = "A" OR "H" OR "I".
           DISPLAY "30. COUNTRY:       " VENDOR-COUNTRY.
           DISPLAY "31. TREATY RATE:   " VENDOR-TREATY-RATE.
           DISPLAY "32. TERMS CODE:    " VENDOR-TERMS-CODE.
           DISPLAY "33. ERS (Y/N):     " VENDOR-ERS.
           DISPLAY "34. EDI (Y/N):     " VENDOR-EDI
               "  " VENDOR-EDI-PARTNER-ID
               "  SINCE " VENDOR-EDI-START-DATE.
           DISPLAY "35. LATE INT CODE: " VENDOR-LATE-INT-CODE.
           DISPLAY "    TIN MATCH:     " VENDOR-TIN-MATCH-STATUS
               "  " VENDOR-TIN-MATCH-DATE.
           DISPLAY "    BACKUP W/H:    " VENDOR-BACKUP-WITHHOLD
               "  SINCE " VENDOR-BACKUP-WH-START
               "  YTD " VENDOR-YTD-BACKUP-WITHHELD.
           DISPLAY " ".

      *****************************************************
           COPY "PLSGNON1.CBL".

           COPY "PLAUDJ01.CBL".

           COPY "PLSCRN01.CBL".
