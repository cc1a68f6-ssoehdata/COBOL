      * Fixed asset disposal and retirement
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FADSP01.
      *-------------------------------------------------------------
      * Records an asset leaving the books - S)old, or R)etired
      * (scrapped, lost, given away) for nothing. The operator
      * signs on, since taking an asset off the register is a
      * write-off, and FA-DISPOSED-BY says who did it. The
      * disposal date can't be before the asset went in service
      * or after today. The gain or loss is the proceeds less
      * book value (cost less the depreciation taken so far),
      * so the month's depreciation should be run through
      * FADEP01 before an asset is disposed of - the last period
      * taken is shown as a reminder. The asset is stamped
      * DISPOSED and stops depreciating; FADEP01 journals the
      * disposal with its next run:
      *   debit accumulated depreciation, debit the proceeds
      *   account for what it sold for, credit the asset
      *   account for its cost, and the difference to the
      *   gain/loss account.
      * The proceeds and gain/loss accounts are keyed the first
      * time and saved on the control record.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLFA01.CBL".

           COPY "SLGLACT01.CBL".

           COPY "SLCONTRL.CBL".

           COPY "SLOPER01.CBL".

           COPY "SLSGNLOG.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDFA01.CBL".

           COPY "FDGLACT01.CBL".

           COPY "FDCONTRL.CBL".

           COPY "FDOPER01.CBL".

           COPY "FDSGNLOG.CBL".

       WORKING-STORAGE SECTION.

       77  RECORD-FOUND                PIC X.
       77  GL-ACCOUNT-FOUND            PIC X.
       77  OK-TO-DISPOSE               PIC X.
       77  DISPOSAL-TYPE-ENTRY         PIC X.
           88 DISPOSAL-TYPE-IS-VALID   VALUES "S", "R".
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  BOOK-VALUE                  PIC S9(9)V99.
       77  ASSETS-DISPOSED             PIC 9(5) VALUE ZERO.

           COPY "WSCASE01.CBL".

           COPY "WSDATE01.CBL".

           COPY "WSSGNON1.CBL".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM SIGN-ON.
           PERFORM GET-DISPOSAL-ACCOUNTS.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN I-O ASSET-FILE.
           OPEN INPUT GLACCOUNT-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN I-O OPERATOR-FILE.
           OPEN EXTEND SIGNON-LOG-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE ASSET-FILE.
           CLOSE GLACCOUNT-FILE.
           CLOSE CONTROL-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE SIGNON-LOG-FILE.
           DISPLAY ASSETS-DISPOSED " ASSET(S) DISPOSED".

       SIGN-ON.
           MOVE "FADSP01" TO SIGN-ON-PROGRAM.
           PERFORM OPERATOR-SIGN-ON.

      *-------------------------------------------------------------
      * The two disposal accounts live on the control record so
      * they are keyed once - zero means never set up.
      *-------------------------------------------------------------
       GET-DISPOSAL-ACCOUNTS.
           MOVE 1 TO CONTROL-KEY.
           READ CONTROL-FILE RECORD
               INVALID KEY
                   MOVE ZEROES TO CONTROL-FA-PROCEEDS-ACCOUNT
                   MOVE ZEROES TO CONTROL-FA-GAIN-LOSS-ACCOUNT.
           IF CONTROL-FA-PROCEEDS-ACCOUNT NOT NUMERIC
               MOVE ZEROES TO CONTROL-FA-PROCEEDS-ACCOUNT.
           IF CONTROL-FA-GAIN-LOSS-ACCOUNT NOT NUMERIC
               MOVE ZEROES TO CONTROL-FA-GAIN-LOSS-ACCOUNT.
           IF CONTROL-FA-PROCEEDS-ACCOUNT = ZEROES
               PERFORM ENTER-PROCEEDS-ACCOUNT
               PERFORM SAVE-CONTROL-RECORD.
           IF CONTROL-FA-GAIN-LOSS-ACCOUNT = ZEROES
               PERFORM ENTER-GAIN-LOSS-ACCOUNT
               PERFORM SAVE-CONTROL-RECORD.

       ENTER-PROCEEDS-ACCOUNT.
           PERFORM ACCEPT-PROCEEDS-ACCOUNT.
           PERFORM RE-ACCEPT-PROCEEDS-ACCOUNT
               UNTIL GL-ACCOUNT-FOUND = "Y".

       ACCEPT-PROCEEDS-ACCOUNT.
           DISPLAY "ENTER THE GL ACCOUNT FOR DISPOSAL PROCEEDS".
           ACCEPT CONTROL-FA-PROCEEDS-ACCOUNT.
           MOVE CONTROL-FA-PROCEEDS-ACCOUNT TO GL-ACCOUNT-NUMBER.
           PERFORM READ-GLACCOUNT-RECORD.

       RE-ACCEPT-PROCEEDS-ACCOUNT.
           DISPLAY "ACCOUNT NOT ON THE CHART OF ACCOUNTS".
           PERFORM ACCEPT-PROCEEDS-ACCOUNT.

       ENTER-GAIN-LOSS-ACCOUNT.
           PERFORM ACCEPT-GAIN-LOSS-ACCOUNT.
           PERFORM RE-ACCEPT-GAIN-LOSS-ACCOUNT
               UNTIL GL-ACCOUNT-FOUND = "Y".

       ACCEPT-GAIN-LOSS-ACCOUNT.
           DISPLAY "ENTER THE GL ACCOUNT FOR GAIN/LOSS ON DISPOSAL".
           ACCEPT CONTROL-FA-GAIN-LOSS-ACCOUNT.
           MOVE CONTROL-FA-GAIN-LOSS-ACCOUNT TO GL-ACCOUNT-NUMBER.
           PERFORM READ-GLACCOUNT-RECORD.

       RE-ACCEPT-GAIN-LOSS-ACCOUNT.
           DISPLAY "ACCOUNT NOT ON THE CHART OF ACCOUNTS".
           PERFORM ACCEPT-GAIN-LOSS-ACCOUNT.

       SAVE-CONTROL-RECORD.
           REWRITE CONTROL-RECORD
               INVALID KEY
                   WRITE CONTROL-RECORD
                       INVALID KEY
                       DISPLAY "ERROR WRITING CONTROL RECORD".

      *****************************************************
      *   One asset at a time until 0
      *****************************************************
       MAIN-PROCESS.
           PERFORM GET-ASSET-RECORD.
           PERFORM DISPOSE-RECORDS
               UNTIL FA-NUMBER = ZEROES.

       DISPOSE-RECORDS.
           PERFORM DISPLAY-THE-ASSET.
           IF NOT FA-IS-ACTIVE AND NOT FA-IS-FULLY-DEPRECIATED
               DISPLAY "ONLY AN ASSET IN SERVICE CAN BE DISPOSED OF"
           ELSE
               PERFORM ENTER-THE-DISPOSAL.
           PERFORM GET-ASSET-RECORD.

       GET-ASSET-RECORD.
           PERFORM ACCEPT-FA-NUMBER.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-ASSET-RECORD
               UNTIL RECORD-FOUND = "Y" OR
                   FA-NUMBER = ZEROES.

       ACCEPT-FA-NUMBER.
           DISPLAY " ".
           DISPLAY "ENTER THE ASSET NUMBER TO DISPOSE OF".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           ACCEPT FA-NUMBER.

       FIND-ASSET-RECORD.
           PERFORM READ-ASSET-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "RECORD NOT FOUND"
               PERFORM ACCEPT-FA-NUMBER.

       DISPLAY-THE-ASSET.
           COMPUTE BOOK-VALUE = FA-COST - FA-ACCUM-DEPRECIATION.
           DISPLAY " ".
           DISPLAY "ASSET " FA-NUMBER " " FA-DESCRIPTION.
           DISPLAY "LOCATION " FA-LOCATION
               "   IN SERVICE " FA-IN-SERVICE-DATE
               "   STATUS " FA-STATUS.
           DISPLAY "COST          " FA-COST.
           DISPLAY "ACCUMULATED   " FA-ACCUM-DEPRECIATION
               "   TAKEN THROUGH " FA-LAST-DEPR-PERIOD.
           DISPLAY "BOOK VALUE    " BOOK-VALUE.

      *-------------------------------------------------------------
      * A retirement brings in nothing, so only a sale asks for
      * proceeds. Nothing is written until the operator has
      * seen the gain or loss and said yes.
      *-------------------------------------------------------------
       ENTER-THE-DISPOSAL.
           PERFORM ENTER-DISPOSAL-TYPE.
           PERFORM ENTER-DISPOSAL-DATE.
           MOVE ZEROES TO FA-DISPOSAL-PROCEEDS.
           IF DISPOSAL-TYPE-ENTRY = "S"
               PERFORM ENTER-DISPOSAL-PROCEEDS.
           COMPUTE FA-DISPOSAL-GAIN-LOSS =
               FA-DISPOSAL-PROCEEDS - BOOK-VALUE.
           DISPLAY "PROCEEDS      " FA-DISPOSAL-PROCEEDS.
           DISPLAY "GAIN (LOSS)   " FA-DISPOSAL-GAIN-LOSS.
           PERFORM ASK-OK-TO-DISPOSE.
           IF OK-TO-DISPOSE = "Y"
               MOVE "D" TO FA-STATUS
               MOVE DISPOSAL-TYPE-ENTRY TO FA-DISPOSAL-TYPE
               MOVE OPERATOR-ID TO FA-DISPOSED-BY
               MOVE ZEROES TO FA-DISPOSAL-POSTED-DATE
               MOVE ZEROES TO FA-DISPOSAL-GL-BATCH
               PERFORM REWRITE-ASSET-RECORD
               ADD 1 TO ASSETS-DISPOSED
           ELSE
               DISPLAY "NOTHING CHANGED".

       ENTER-DISPOSAL-TYPE.
           PERFORM ACCEPT-DISPOSAL-TYPE.
           PERFORM RE-ACCEPT-DISPOSAL-TYPE
               UNTIL DISPOSAL-TYPE-IS-VALID.

       ACCEPT-DISPOSAL-TYPE.
           DISPLAY "S)OLD OR R)ETIRED?".
           ACCEPT DISPOSAL-TYPE-ENTRY.
           INSPECT DISPOSAL-TYPE-ENTRY
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-DISPOSAL-TYPE.
           DISPLAY "YOU MUST ENTER S OR R".
           PERFORM ACCEPT-DISPOSAL-TYPE.

       ENTER-DISPOSAL-DATE.
           PERFORM ACCEPT-DISPOSAL-DATE.
           PERFORM RE-ACCEPT-DISPOSAL-DATE
               UNTIL FA-DISPOSAL-DATE NOT < FA-IN-SERVICE-DATE
                 AND FA-DISPOSAL-DATE NOT > TODAY-CCYYMMDD.

       ACCEPT-DISPOSAL-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "ENTER THE DISPOSAL DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO FA-DISPOSAL-DATE.

       RE-ACCEPT-DISPOSAL-DATE.
           DISPLAY "CANNOT BE BEFORE THE IN-SERVICE DATE OR AFTER "
               "TODAY".
           PERFORM ACCEPT-DISPOSAL-DATE.

       ENTER-DISPOSAL-PROCEEDS.
           PERFORM ACCEPT-DISPOSAL-PROCEEDS.
           PERFORM RE-ACCEPT-DISPOSAL-PROCEEDS
               UNTIL FA-DISPOSAL-PROCEEDS > ZERO.

       ACCEPT-DISPOSAL-PROCEEDS.
           DISPLAY "ENTER WHAT IT SOLD FOR".
           ACCEPT FA-DISPOSAL-PROCEEDS.

       RE-ACCEPT-DISPOSAL-PROCEEDS.
           DISPLAY "A SALE MUST HAVE PROCEEDS - USE R FOR NOTHING".
           PERFORM ACCEPT-DISPOSAL-PROCEEDS.

       ASK-OK-TO-DISPOSE.
           PERFORM ACCEPT-OK-TO-DISPOSE.
           PERFORM RE-ACCEPT-OK-TO-DISPOSE
               UNTIL OK-TO-DISPOSE = "Y" OR "N".

       ACCEPT-OK-TO-DISPOSE.
           DISPLAY "DISPOSE OF THIS ASSET (Y/N)?".
           ACCEPT OK-TO-DISPOSE.
           INSPECT OK-TO-DISPOSE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-OK-TO-DISPOSE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-DISPOSE.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-ASSET-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ ASSET-FILE RECORD WITH LOCK
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

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

           COPY "PLSGNON1.CBL".
