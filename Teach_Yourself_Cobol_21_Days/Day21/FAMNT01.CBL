      * Maintaining the fixed asset register
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMNT01.
      *------------------------------------------
      * Add, Change and Inquire for the fixed asset
      * master, plus the two things done with the
      * PENDING assets FAFEED01 writes from capital
      * vouchers: placing them in service - the
      * in-service date, location, life, method and
      * salvage value, which is what lets FADEP01
      * start depreciating them - or marking one NOT
      * AN ASSET when the capital coding was wrong.
      * Add is for assets that never came through a
      * voucher, chiefly the ones being brought over
      * from the spreadsheet ledger, so it also takes
      * the depreciation already taken and the period
      * it was taken through.
      * Cost is never changed here - it is what the
      * asset account was posted with - and a disposed
      * asset is history, so it can only be looked at.
      * Disposals are FADSP01's.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLFA01.CBL".

           COPY "SLGLACT01.CBL".

           COPY "SLCONTRL.CBL".

           COPY "SLCTLLOG.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDFA01.CBL".

           COPY "FDGLACT01.CBL".

           COPY "FDCONTRL.CBL".

           COPY "FDCTLLOG.CBL".

       WORKING-STORAGE SECTION.
       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 5.

       77  THE-MODE                    PIC X(7).
       77  RECORD-FOUND                PIC X.
       77  GL-ACCOUNT-FOUND            PIC X.
       77  ASSET-FILE-AT-END           PIC X.
       77  WHICH-FIELD                 PIC 99.
           88 WHICH-FIELD-IS-VALID     VALUES 0 THRU 8.
       77  SERVICE-ACTION              PIC X.
           88 SERVICE-ACTION-IS-VALID  VALUES "P", "S", "Q".
       77  OK-TO-ADD                   PIC X.
       77  OK-TO-MARK                  PIC X.
       77  ENTERED-ACCOUNT             PIC 9(6).
       77  ENTERED-LIFE                PIC 9(3).
       77  ENTERED-METHOD              PIC X.
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  OLD-CONTROL-VALUE           PIC 9(8).
       77  CURRENT-TIME                PIC 9(8).
       77  ASSETS-PLACED               PIC 9(5) VALUE ZERO.
       77  BOOK-VALUE                  PIC S9(9)V99.

       01  THROUGH-PERIOD              PIC 9(6).
       01  FILLER REDEFINES THROUGH-PERIOD.
           05 THROUGH-PERIOD-YEAR      PIC 9(4).
           05 THROUGH-PERIOD-MONTH     PIC 99.
               88 THROUGH-MONTH-IS-VALID VALUES 1 THRU 12.

           COPY "WSCASE01.CBL".

           COPY "WSDATE01.CBL".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN I-O ASSET-FILE.
           OPEN INPUT GLACCOUNT-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN EXTEND CONTROL-LOG-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE ASSET-FILE.
           CLOSE GLACCOUNT-FILE.
           CLOSE CONTROL-FILE.
           CLOSE CONTROL-LOG-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM MAINTAIN-THE-FILE
               UNTIL MENU-PICK = 0.
      ********************************************************
      *                    MENU
      ********************************************************
       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           PERFORM CLEAR-SCREEN.
           DISPLAY "   PLEASE SELECT:".
           DISPLAY "  ".
           DISPLAY "           1. ADD AN ASSET".
           DISPLAY "           2. CHANGE AN ASSET".
           DISPLAY "           3. LOOK UP AN ASSET".
           DISPLAY "           4. PLACE PENDING ASSETS IN SERVICE".
           DISPLAY "           5. MARK A PENDING ASSET NOT AN ASSET".
           DISPLAY " ".
           DISPLAY "           0. EXIT".
           PERFORM SCROLL-LINE 8 TIMES.

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE  (0-5)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION  - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       CLEAR-SCREEN.
           PERFORM SCROLL-LINE 25 TIMES.

       SCROLL-LINE.
           DISPLAY " ".

       MAINTAIN-THE-FILE.
           PERFORM DO-THE-PICK.
           PERFORM GET-MENU-PICK.

       DO-THE-PICK.
           IF MENU-PICK = 1
               PERFORM ADD-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM CHANGE-MODE
           ELSE
           IF MENU-PICK = 3
               PERFORM INQUIRE-MODE
           ELSE
           IF MENU-PICK = 4
               PERFORM IN-SERVICE-MODE
           ELSE
           IF MENU-PICK = 5
               PERFORM NOT-AN-ASSET-MODE.
      *****************************************************
      *                       ADD
      *****************************************************
      *-------------------------------------------------------------
      * The number is handed out from CONTROL-LAST-ASSET once
      * the operator says there is an asset to add, the same
      * counter FAFEED01 uses.
      *-------------------------------------------------------------
       ADD-MODE.
           MOVE "ADD" TO THE-MODE.
           PERFORM GET-OK-TO-ADD.
           PERFORM ADD-RECORDS
               UNTIL OK-TO-ADD = "N".

       GET-OK-TO-ADD.
           PERFORM ACCEPT-OK-TO-ADD.
           PERFORM RE-ACCEPT-OK-TO-ADD
               UNTIL OK-TO-ADD = "Y" OR "N".

       ACCEPT-OK-TO-ADD.
           DISPLAY "ADD AN ASSET (Y/N)?".
           ACCEPT OK-TO-ADD.
           INSPECT OK-TO-ADD
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-OK-TO-ADD.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-ADD.

       ADD-RECORDS.
           PERFORM INIT-ASSET-RECORD.
           PERFORM ENTER-FA-DESCRIPTION.
           PERFORM ENTER-FA-ASSET-ACCOUNT.
           PERFORM ENTER-FA-COST.
           PERFORM ENTER-FA-ACQUISITION-DATE.
           PERFORM ENTER-SERVICE-FIELDS.
           PERFORM ENTER-OPENING-DEPRECIATION.
           MOVE "A" TO FA-STATUS.
           PERFORM CHECK-FULLY-DEPRECIATED.
           PERFORM RETRIEVE-NEXT-ASSET-NUMBER.
           PERFORM WRITE-ASSET-RECORD.
           DISPLAY "ASSET NUMBER " FA-NUMBER " ADDED".
           PERFORM GET-OK-TO-ADD.

       ENTER-FA-ASSET-ACCOUNT.
           PERFORM ACCEPT-FA-ASSET-ACCOUNT.
           PERFORM RE-ACCEPT-FA-ASSET-ACCOUNT
               UNTIL GL-ACCOUNT-FOUND = "Y"
                 AND GL-ACCOUNT-IS-CAPITAL.
           MOVE GL-ACCOUNT-ACCUM-DEPR TO FA-ACCUM-DEPR-ACCOUNT.
           MOVE GL-ACCOUNT-DEPR-EXPENSE TO FA-DEPR-EXPENSE-ACCOUNT.
           MOVE GL-ACCOUNT-DEPR-LIFE TO FA-LIFE-MONTHS.
           MOVE GL-ACCOUNT-DEPR-METHOD TO FA-METHOD.

       ACCEPT-FA-ASSET-ACCOUNT.
           DISPLAY "ENTER THE CAPITAL GL ACCOUNT THE ASSET IS "
               "CARRIED IN".
           ACCEPT FA-ASSET-ACCOUNT.
           MOVE FA-ASSET-ACCOUNT TO GL-ACCOUNT-NUMBER.
           PERFORM READ-GLACCOUNT-RECORD.

       RE-ACCEPT-FA-ASSET-ACCOUNT.
           DISPLAY "THAT IS NOT A CAPITAL ACCOUNT IN GLAMNT01".
           PERFORM ACCEPT-FA-ASSET-ACCOUNT.

       ENTER-FA-COST.
           PERFORM ACCEPT-FA-COST.
           PERFORM RE-ACCEPT-FA-COST
               UNTIL FA-COST > ZERO.

       ACCEPT-FA-COST.
           DISPLAY "ENTER THE ACQUISITION COST".
           ACCEPT FA-COST.

       RE-ACCEPT-FA-COST.
           DISPLAY "COST MUST BE GREATER THAN ZERO".
           PERFORM ACCEPT-FA-COST.

       ENTER-FA-ACQUISITION-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "ENTER THE ACQUISITION DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO FA-ACQUISITION-DATE.

      *-------------------------------------------------------------
      * An asset brought over part-way through its life comes
      * with the months and dollars already taken, and the last
      * period they were taken for, so FADEP01 carries on from
      * there instead of catching up from the in-service date.
      *-------------------------------------------------------------
       ENTER-OPENING-DEPRECIATION.
           PERFORM ACCEPT-FA-MONTHS-DEPRECIATED.
           PERFORM RE-ACCEPT-FA-MONTHS-DEPRECIATED
               UNTIL FA-MONTHS-DEPRECIATED NOT > FA-LIFE-MONTHS.
           IF FA-MONTHS-DEPRECIATED NOT = ZEROES
               PERFORM ENTER-FA-ACCUM-DEPRECIATION
               PERFORM ENTER-THROUGH-PERIOD
               MOVE THROUGH-PERIOD TO FA-LAST-DEPR-PERIOD.

       ACCEPT-FA-MONTHS-DEPRECIATED.
           DISPLAY "MONTHS OF DEPRECIATION ALREADY TAKEN "
               "(0 FOR A NEW ASSET)".
           ACCEPT FA-MONTHS-DEPRECIATED.

       RE-ACCEPT-FA-MONTHS-DEPRECIATED.
           DISPLAY "CANNOT BE MORE THAN THE LIFE OF "
               FA-LIFE-MONTHS " MONTHS".
           PERFORM ACCEPT-FA-MONTHS-DEPRECIATED.

       ENTER-FA-ACCUM-DEPRECIATION.
           PERFORM ACCEPT-FA-ACCUM-DEPRECIATION.
           PERFORM RE-ACCEPT-FA-ACCUM-DEPRECIATION
               UNTIL FA-ACCUM-DEPRECIATION NOT < ZERO
                 AND FA-ACCUM-DEPRECIATION
                     NOT > FA-COST - FA-SALVAGE-VALUE.

       ACCEPT-FA-ACCUM-DEPRECIATION.
           DISPLAY "ENTER THE ACCUMULATED DEPRECIATION TO DATE".
           ACCEPT FA-ACCUM-DEPRECIATION.

       RE-ACCEPT-FA-ACCUM-DEPRECIATION.
           DISPLAY "CANNOT BE NEGATIVE OR MORE THAN COST LESS "
               "SALVAGE".
           PERFORM ACCEPT-FA-ACCUM-DEPRECIATION.

       ENTER-THROUGH-PERIOD.
           PERFORM ACCEPT-THROUGH-PERIOD.
           PERFORM RE-ACCEPT-THROUGH-PERIOD
               UNTIL THROUGH-MONTH-IS-VALID.

       ACCEPT-THROUGH-PERIOD.
           DISPLAY "DEPRECIATION TAKEN THROUGH PERIOD (CCYYMM)?".
           ACCEPT THROUGH-PERIOD.

       RE-ACCEPT-THROUGH-PERIOD.
           DISPLAY "INVALID PERIOD".
           PERFORM ACCEPT-THROUGH-PERIOD.

       CHECK-FULLY-DEPRECIATED.
           IF FA-ACCUM-DEPRECIATION NOT < FA-COST - FA-SALVAGE-VALUE
              AND FA-MONTHS-DEPRECIATED NOT = ZEROES
               MOVE "F" TO FA-STATUS.

       RETRIEVE-NEXT-ASSET-NUMBER.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-LAST-ASSET.
           IF CONTROL-LAST-ASSET NOT NUMERIC
               MOVE ZEROES TO CONTROL-LAST-ASSET.
           MOVE CONTROL-LAST-ASSET TO OLD-CONTROL-VALUE.
           ADD 1 TO CONTROL-LAST-ASSET.
           MOVE CONTROL-LAST-ASSET TO FA-NUMBER.
           PERFORM SAVE-CONTROL-RECORD.
           PERFORM LOG-CONTROL-CHANGE.

       SAVE-CONTROL-RECORD.
           REWRITE CONTROL-RECORD
               INVALID KEY
                   WRITE CONTROL-RECORD
                       INVALID KEY
                       DISPLAY "ERROR WRITING CONTROL RECORD".

       LOG-CONTROL-CHANGE.
           MOVE "ASSETNUM" TO CTLLOG-COUNTER-NAME.
           MOVE OLD-CONTROL-VALUE TO CTLLOG-OLD-VALUE.
           MOVE CONTROL-LAST-ASSET TO CTLLOG-NEW-VALUE.
           MOVE "FAMNT01" TO CTLLOG-PROGRAM-ID.
           MOVE TODAY-CCYYMMDD TO CTLLOG-DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE CURRENT-TIME TO CTLLOG-TIME.
           WRITE CONTROL-LOG-RECORD.

      *****************************************************
      *                     CHANGE
      *****************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-ASSET-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL FA-NUMBER = ZEROES.

       CHANGE-RECORDS.
           IF FA-IS-DISPOSED OR FA-IS-NOT-AN-ASSET
               PERFORM DISPLAY-ALL-FIELDS
               DISPLAY "THIS ASSET IS CLOSED - IT CANNOT BE CHANGED"
           ELSE
               PERFORM GET-FIELD-TO-CHANGE
               PERFORM CHANGE-ONE-FIELD
                   UNTIL WHICH-FIELD = ZERO.
           PERFORM GET-ASSET-RECORD.

       GET-FIELD-TO-CHANGE.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-WHICH-FIELD.

       ASK-WHICH-FIELD.
           PERFORM ACCEPT-WHICH-FIELD.
           PERFORM RE-ACCEPT-WHICH-FIELD
               UNTIL WHICH-FIELD-IS-VALID.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-8) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
           DISPLAY "INVALID ENTRY".
           PERFORM ACCEPT-WHICH-FIELD.

       CHANGE-ONE-FIELD.
           PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

      *-------------------------------------------------------------
      * The in-service date only moves while nothing has been
      * depreciated - after that it would rewrite history the
      * GL already has.
      *-------------------------------------------------------------
       CHANGE-THIS-FIELD.
           IF WHICH-FIELD = 1
               PERFORM ENTER-FA-DESCRIPTION
           ELSE
           IF WHICH-FIELD = 2
               PERFORM ENTER-FA-LOCATION
           ELSE
           IF WHICH-FIELD = 3
               PERFORM ENTER-FA-SALVAGE-VALUE
           ELSE
           IF WHICH-FIELD = 4
               PERFORM ENTER-FA-LIFE-MONTHS
           ELSE
           IF WHICH-FIELD = 5
               PERFORM ENTER-FA-METHOD
           ELSE
           IF WHICH-FIELD = 6
               PERFORM CHANGE-IN-SERVICE-DATE
           ELSE
           IF WHICH-FIELD = 7
               PERFORM ENTER-FA-ACCUM-DEPR-ACCOUNT
           ELSE
           IF WHICH-FIELD = 8
               PERFORM ENTER-FA-DEPR-EXPENSE-ACCOUNT.

           IF FA-IS-ACTIVE OR FA-IS-FULLY-DEPRECIATED
               MOVE "A" TO FA-STATUS
               PERFORM CHECK-FULLY-DEPRECIATED.
           PERFORM REWRITE-ASSET-RECORD.

       CHANGE-IN-SERVICE-DATE.
           IF FA-MONTHS-DEPRECIATED NOT = ZEROES
               DISPLAY "DEPRECIATION HAS BEEN TAKEN - THE "
                   "IN-SERVICE DATE CANNOT CHANGE"
           ELSE
               PERFORM ENTER-FA-IN-SERVICE-DATE.

      ****************************************************
      *                    INQUIRE
      ****************************************************
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-ASSET-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL FA-NUMBER = ZEROES.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-ASSET-RECORD.

      *****************************************************
      *            PLACE PENDING ASSETS IN SERVICE
      *****************************************************
      *-------------------------------------------------------------
      * Walks the pending assets in number order. Q leaves the
      * rest pending for next time.
      *-------------------------------------------------------------
       IN-SERVICE-MODE.
           MOVE ZEROES TO ASSETS-PLACED.
           MOVE SPACE TO SERVICE-ACTION.
           MOVE ZEROES TO FA-NUMBER.
           MOVE "N" TO ASSET-FILE-AT-END.
           START ASSET-FILE
               KEY NOT < FA-NUMBER
               INVALID KEY
                   MOVE "Y" TO ASSET-FILE-AT-END.
           PERFORM READ-NEXT-ASSET.
           PERFORM REVIEW-ONE-PENDING-ASSET
               UNTIL ASSET-FILE-AT-END = "Y".
           DISPLAY ASSETS-PLACED " ASSET(S) PLACED IN SERVICE".

       READ-NEXT-ASSET.
           IF ASSET-FILE-AT-END NOT = "Y"
               READ ASSET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO ASSET-FILE-AT-END.

       REVIEW-ONE-PENDING-ASSET.
           IF FA-IS-PENDING
               PERFORM DISPLAY-ALL-FIELDS
               PERFORM GET-SERVICE-ACTION
               PERFORM APPLY-SERVICE-ACTION.
           IF SERVICE-ACTION = "Q"
               MOVE "Y" TO ASSET-FILE-AT-END
           ELSE
               PERFORM READ-NEXT-ASSET.

       GET-SERVICE-ACTION.
           PERFORM ACCEPT-SERVICE-ACTION.
           PERFORM RE-ACCEPT-SERVICE-ACTION
               UNTIL SERVICE-ACTION-IS-VALID.

       ACCEPT-SERVICE-ACTION.
           DISPLAY "P)LACE IN SERVICE, S)KIP OR Q)UIT?".
           ACCEPT SERVICE-ACTION.
           INSPECT SERVICE-ACTION
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-SERVICE-ACTION.
           DISPLAY "YOU MUST ENTER P, S OR Q".
           PERFORM ACCEPT-SERVICE-ACTION.

       APPLY-SERVICE-ACTION.
           IF SERVICE-ACTION = "P"
               PERFORM ENTER-SERVICE-FIELDS
               MOVE "A" TO FA-STATUS
               PERFORM REWRITE-ASSET-RECORD
               ADD 1 TO ASSETS-PLACED.

      *-------------------------------------------------------------
      * Shared by Add and Place in Service. Life and method
      * start out as the capital account's defaults and are
      * kept by entering zero and blank.
      *-------------------------------------------------------------
       ENTER-SERVICE-FIELDS.
           PERFORM ENTER-FA-IN-SERVICE-DATE.
           PERFORM ENTER-FA-LOCATION.
           PERFORM ENTER-FA-LIFE-MONTHS.
           PERFORM ENTER-FA-METHOD.
           PERFORM ENTER-FA-SALVAGE-VALUE.

      *****************************************************
      *             MARK NOT AN ASSET
      *****************************************************
       NOT-AN-ASSET-MODE.
           MOVE "MARK" TO THE-MODE.
           PERFORM GET-ASSET-RECORD.
           PERFORM MARK-RECORDS
               UNTIL FA-NUMBER = ZEROES.

       MARK-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           IF NOT FA-IS-PENDING
               DISPLAY "ONLY A PENDING ASSET CAN BE MARKED"
           ELSE
               PERFORM ASK-OK-TO-MARK
               IF OK-TO-MARK = "Y"
                   MOVE "N" TO FA-STATUS
                   PERFORM REWRITE-ASSET-RECORD.
           PERFORM GET-ASSET-RECORD.

       ASK-OK-TO-MARK.
           PERFORM ACCEPT-OK-TO-MARK.
           PERFORM RE-ACCEPT-OK-TO-MARK
               UNTIL OK-TO-MARK = "Y" OR "N".

       ACCEPT-OK-TO-MARK.
           DISPLAY "MARK THIS VOUCHER NOT AN ASSET (Y/N)?".
           ACCEPT OK-TO-MARK.
           INSPECT OK-TO-MARK
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-OK-TO-MARK.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-MARK.

      ****************************************************
      *     Routines shared by all modes
      ****************************************************
       INIT-ASSET-RECORD.
           MOVE SPACE TO ASSET-RECORD.
           MOVE ZEROES TO FA-NUMBER.
           MOVE ZEROES TO FA-ASSET-ACCOUNT.
           MOVE ZEROES TO FA-ACCUM-DEPR-ACCOUNT.
           MOVE ZEROES TO FA-DEPR-EXPENSE-ACCOUNT.
           MOVE ZEROES TO FA-VENDOR.
           MOVE ZEROES TO FA-VOUCHER-NUMBER.
           MOVE ZEROES TO FA-ACQUISITION-DATE.
           MOVE ZEROES TO FA-COST.
           MOVE ZEROES TO FA-SALVAGE-VALUE.
           MOVE ZEROES TO FA-IN-SERVICE-DATE.
           MOVE ZEROES TO FA-LIFE-MONTHS.
           MOVE ZEROES TO FA-MONTHS-DEPRECIATED.
           MOVE ZEROES TO FA-ACCUM-DEPRECIATION.
           MOVE ZEROES TO FA-LAST-DEPR-PERIOD.
           MOVE ZEROES TO FA-LAST-DEPR-BATCH.
           MOVE ZEROES TO FA-DISPOSAL-DATE.
           MOVE ZEROES TO FA-DISPOSAL-PROCEEDS.
           MOVE ZEROES TO FA-DISPOSAL-GAIN-LOSS.
           MOVE ZEROES TO FA-DISPOSAL-POSTED-DATE.
           MOVE ZEROES TO FA-DISPOSAL-GL-BATCH.

       ENTER-FA-NUMBER.
           DISPLAY " ".
           DISPLAY "ENTER THE ASSET NUMBER TO " THE-MODE.
           DISPLAY "ENTER 0 TO STOP ENTRY".
           ACCEPT FA-NUMBER.

       GET-ASSET-RECORD.
           PERFORM INIT-ASSET-RECORD.
           PERFORM ENTER-FA-NUMBER.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-ASSET-RECORD
               UNTIL RECORD-FOUND = "Y" OR
                   FA-NUMBER = ZEROES.

       FIND-ASSET-RECORD.
           PERFORM READ-ASSET-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "RECORD NOT FOUND"
               PERFORM ENTER-FA-NUMBER.

       ENTER-FA-DESCRIPTION.
           PERFORM ACCEPT-FA-DESCRIPTION.
           PERFORM RE-ACCEPT-FA-DESCRIPTION
               UNTIL FA-DESCRIPTION NOT = SPACES.

       ACCEPT-FA-DESCRIPTION.
           DISPLAY "ENTER THE ASSET DESCRIPTION".
           ACCEPT FA-DESCRIPTION.
           INSPECT FA-DESCRIPTION
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-FA-DESCRIPTION.
           DISPLAY "DESCRIPTION MUST BE ENTERED".
           PERFORM ACCEPT-FA-DESCRIPTION.

       ENTER-FA-LOCATION.
           PERFORM ACCEPT-FA-LOCATION.
           PERFORM RE-ACCEPT-FA-LOCATION
               UNTIL FA-LOCATION NOT = SPACES.

       ACCEPT-FA-LOCATION.
           DISPLAY "ENTER THE LOCATION (BUILDING, ROOM OR SITE)".
           ACCEPT FA-LOCATION.
           INSPECT FA-LOCATION
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-FA-LOCATION.
           DISPLAY "LOCATION MUST BE ENTERED".
           PERFORM ACCEPT-FA-LOCATION.

       ENTER-FA-IN-SERVICE-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "ENTER THE IN-SERVICE DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO FA-IN-SERVICE-DATE.

       ENTER-FA-LIFE-MONTHS.
           PERFORM ACCEPT-FA-LIFE-MONTHS.
           PERFORM RE-ACCEPT-FA-LIFE-MONTHS
               UNTIL FA-LIFE-MONTHS NOT = ZEROES
                 AND FA-LIFE-MONTHS NOT < FA-MONTHS-DEPRECIATED.

       ACCEPT-FA-LIFE-MONTHS.
           DISPLAY "ENTER THE LIFE IN MONTHS (0 KEEPS "
               FA-LIFE-MONTHS ")".
           ACCEPT ENTERED-LIFE.
           IF ENTERED-LIFE NOT = ZEROES
               MOVE ENTERED-LIFE TO FA-LIFE-MONTHS.

       RE-ACCEPT-FA-LIFE-MONTHS.
           DISPLAY "LIFE MUST BE ENTERED AND NOT LESS THAN THE "
               "MONTHS ALREADY TAKEN".
           PERFORM ACCEPT-FA-LIFE-MONTHS.

       ENTER-FA-METHOD.
           PERFORM ACCEPT-FA-METHOD.
           PERFORM RE-ACCEPT-FA-METHOD
               UNTIL FA-METHOD-IS-VALID.

       ACCEPT-FA-METHOD.
           DISPLAY "ENTER THE METHOD - S)TRAIGHT-LINE OR "
               "D)ECLINING BALANCE (BLANK KEEPS " FA-METHOD ")".
           MOVE SPACE TO ENTERED-METHOD.
           ACCEPT ENTERED-METHOD.
           INSPECT ENTERED-METHOD
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           IF ENTERED-METHOD NOT = SPACE
               MOVE ENTERED-METHOD TO FA-METHOD.

       RE-ACCEPT-FA-METHOD.
           DISPLAY "YOU MUST ENTER S OR D".
           PERFORM ACCEPT-FA-METHOD.

       ENTER-FA-SALVAGE-VALUE.
           PERFORM ACCEPT-FA-SALVAGE-VALUE.
           PERFORM RE-ACCEPT-FA-SALVAGE-VALUE
               UNTIL FA-SALVAGE-VALUE NOT < ZERO
                 AND FA-SALVAGE-VALUE < FA-COST.

       ACCEPT-FA-SALVAGE-VALUE.
           DISPLAY "ENTER THE SALVAGE VALUE (0 FOR NONE)".
           ACCEPT FA-SALVAGE-VALUE.

       RE-ACCEPT-FA-SALVAGE-VALUE.
           DISPLAY "SALVAGE MUST BE LESS THAN COST".
           PERFORM ACCEPT-FA-SALVAGE-VALUE.

       ENTER-FA-ACCUM-DEPR-ACCOUNT.
           PERFORM ACCEPT-FA-ACCUM-DEPR-ACCOUNT.
           PERFORM RE-ACCEPT-FA-ACCUM-DEPR-ACCOUNT
               UNTIL GL-ACCOUNT-FOUND = "Y".
           MOVE ENTERED-ACCOUNT TO FA-ACCUM-DEPR-ACCOUNT.

       ACCEPT-FA-ACCUM-DEPR-ACCOUNT.
           DISPLAY "ENTER THE ACCUMULATED DEPRECIATION ACCOUNT".
           ACCEPT ENTERED-ACCOUNT.
           MOVE ENTERED-ACCOUNT TO GL-ACCOUNT-NUMBER.
           PERFORM READ-GLACCOUNT-RECORD.

       RE-ACCEPT-FA-ACCUM-DEPR-ACCOUNT.
           DISPLAY "ACCOUNT NOT ON THE CHART OF ACCOUNTS".
           PERFORM ACCEPT-FA-ACCUM-DEPR-ACCOUNT.

       ENTER-FA-DEPR-EXPENSE-ACCOUNT.
           PERFORM ACCEPT-FA-DEPR-EXPENSE-ACCOUNT.
           PERFORM RE-ACCEPT-FA-DEPR-EXPENSE-ACCOUNT
               UNTIL GL-ACCOUNT-FOUND = "Y".
           MOVE ENTERED-ACCOUNT TO FA-DEPR-EXPENSE-ACCOUNT.

       ACCEPT-FA-DEPR-EXPENSE-ACCOUNT.
           DISPLAY "ENTER THE DEPRECIATION EXPENSE ACCOUNT".
           ACCEPT ENTERED-ACCOUNT.
           MOVE ENTERED-ACCOUNT TO GL-ACCOUNT-NUMBER.
           PERFORM READ-GLACCOUNT-RECORD.

       RE-ACCEPT-FA-DEPR-EXPENSE-ACCOUNT.
           DISPLAY "ACCOUNT NOT ON THE CHART OF ACCOUNTS".
           PERFORM ACCEPT-FA-DEPR-EXPENSE-ACCOUNT.

       DISPLAY-ALL-FIELDS.
           COMPUTE BOOK-VALUE = FA-COST - FA-ACCUM-DEPRECIATION.
           DISPLAY " ".
           DISPLAY "ASSET NUMBER       : " FA-NUMBER
               "   STATUS " FA-STATUS.
           DISPLAY "1  DESCRIPTION      : " FA-DESCRIPTION.
           DISPLAY "2  LOCATION         : " FA-LOCATION.
           DISPLAY "   ASSET ACCOUNT    : " FA-ASSET-ACCOUNT.
           DISPLAY "   VENDOR/VOUCHER   : " FA-VENDOR " "
               FA-VOUCHER-NUMBER.
           DISPLAY "   ACQUIRED         : " FA-ACQUISITION-DATE.
           DISPLAY "   COST             : " FA-COST.
           DISPLAY "3  SALVAGE VALUE    : " FA-SALVAGE-VALUE.
           DISPLAY "4  LIFE (MONTHS)    : " FA-LIFE-MONTHS.
           DISPLAY "5  METHOD (S/D)     : " FA-METHOD.
           DISPLAY "6  IN SERVICE       : " FA-IN-SERVICE-DATE.
           DISPLAY "7  ACCUM DEPR ACCT  : " FA-ACCUM-DEPR-ACCOUNT.
           DISPLAY "8  DEPR EXPENSE ACCT: " FA-DEPR-EXPENSE-ACCOUNT.
           DISPLAY "   MONTHS TAKEN     : " FA-MONTHS-DEPRECIATED
               "   THROUGH " FA-LAST-DEPR-PERIOD.
           DISPLAY "   ACCUMULATED DEPR : " FA-ACCUM-DEPRECIATION.
           DISPLAY "   BOOK VALUE       : " BOOK-VALUE.
           IF FA-IS-DISPOSED
               DISPLAY "   DISPOSED         : " FA-DISPOSAL-DATE
                   " " FA-DISPOSAL-TYPE
               DISPLAY "   PROCEEDS         : " FA-DISPOSAL-PROCEEDS
               DISPLAY "   GAIN (LOSS)      : "
                   FA-DISPOSAL-GAIN-LOSS.
           DISPLAY " ".

      ***********************************************
      *    File I/O
      ***********************************************
       READ-ASSET-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ ASSET-FILE RECORD WITH LOCK
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       WRITE-ASSET-RECORD.
           WRITE ASSET-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING ASSET RECORD".

       REWRITE-ASSET-RECORD.
           REWRITE ASSET-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING ASSET RECORD".

       READ-GLACCOUNT-RECORD.
           MOVE "Y" TO GL-ACCOUNT-FOUND.
           READ GLACCOUNT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO GL-ACCOUNT-FOUND.

           COPY "PLDATE01.CBL".
