      * a GL account number is set up before it
      * can be keyed onto a voucher as VOUCHER-
      * GL-ACCOUNT-NUMBER.
      * A capital account (equipment, vehicles,
      * leasehold improvements) also carries the
      * accumulated depreciation and expense
      * accounts, life and method its fixed assets
      * start out with - flagging one capital is
      * what starts FAFEED01 feeding its vouchers
      * to the asset register.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  OK-TO-DELETE                PIC X.
       77  RECORD-FOUND                PIC X.
       77  WHICH-FIELD                 PIC 99.
           88 WHICH-FIELD-IS-VALID     VALUES 0 THRU 7.
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  OLD-GL-ACCOUNT-CAPITAL      PIC X.
       77  OTHER-ACCOUNT-NUMBER        PIC 9(6).
       77  OTHER-ACCOUNT-FOUND         PIC X.
       01  HELD-GLACCOUNT-RECORD       PIC X(62).

           COPY "WSCASE01.CBL".


       OPENING-PROCEDURE.
           OPEN I-O GLACCOUNT-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE GLACCOUNT-FILE.
       ENTER-REMAINING-FIELDS.
           PERFORM ENTER-GL-ACCOUNT-NAME.
           PERFORM ENTER-GL-ACCOUNT-ACTIVE.
           PERFORM ENTER-GL-ACCOUNT-CAPITAL.

      *****************************************************
      *                     CHANGE

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-7) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
               PERFORM ENTER-GL-ACCOUNT-NAME
           ELSE
           IF WHICH-FIELD = 2
               PERFORM ENTER-GL-ACCOUNT-ACTIVE
           ELSE
           IF WHICH-FIELD = 3
               PERFORM ENTER-GL-ACCOUNT-CAPITAL
           ELSE
           IF NOT GL-ACCOUNT-IS-CAPITAL
               DISPLAY "ONLY A CAPITAL ACCOUNT TAKES DEPRECIATION "
                   "DEFAULTS"
           ELSE
           IF WHICH-FIELD = 4
               PERFORM ENTER-GL-ACCOUNT-ACCUM-DEPR
           ELSE
           IF WHICH-FIELD = 5
               PERFORM ENTER-GL-ACCOUNT-DEPR-EXPENSE
           ELSE
           IF WHICH-FIELD = 6
               PERFORM ENTER-GL-ACCOUNT-DEPR-LIFE
           ELSE
           IF WHICH-FIELD = 7
               PERFORM ENTER-GL-ACCOUNT-DEPR-METHOD.

           PERFORM REWRITE-GLACCOUNT-RECORD.

       INIT-GLACCOUNT-RECORD.
           MOVE SPACE TO GLACCOUNT-RECORD.
           MOVE ZEROES TO GL-ACCOUNT-NUMBER.
           MOVE "N" TO GL-ACCOUNT-CAPITAL.
           MOVE ZEROES TO GL-ACCOUNT-CAPITAL-START.
           MOVE ZEROES TO GL-ACCOUNT-ACCUM-DEPR.
           MOVE ZEROES TO GL-ACCOUNT-DEPR-EXPENSE.
           MOVE ZEROES TO GL-ACCOUNT-DEPR-LIFE.

       ENTER-GL-ACCOUNT-NUMBER.
           PERFORM ACCEPT-GL-ACCOUNT-NUMBER.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-GL-ACCOUNT-ACTIVE.

      *-------------------------------------------------------------
      * Flagging an account capital stamps the day it happened
      * and asks for the depreciation defaults; taking the flag
      * off clears them, and the account's vouchers stop feeding
      * the asset register.
      *-------------------------------------------------------------
       ENTER-GL-ACCOUNT-CAPITAL.
           MOVE GL-ACCOUNT-CAPITAL TO OLD-GL-ACCOUNT-CAPITAL.
           PERFORM ACCEPT-GL-ACCOUNT-CAPITAL.
           PERFORM RE-ACCEPT-GL-ACCOUNT-CAPITAL
               UNTIL GL-ACCOUNT-CAPITAL = "Y" OR "N".
           IF GL-ACCOUNT-IS-CAPITAL
               PERFORM ENTER-DEPRECIATION-DEFAULTS
           ELSE
               MOVE ZEROES TO GL-ACCOUNT-CAPITAL-START
               MOVE ZEROES TO GL-ACCOUNT-ACCUM-DEPR
               MOVE ZEROES TO GL-ACCOUNT-DEPR-EXPENSE
               MOVE ZEROES TO GL-ACCOUNT-DEPR-LIFE
               MOVE SPACE TO GL-ACCOUNT-DEPR-METHOD.

       ACCEPT-GL-ACCOUNT-CAPITAL.
           DISPLAY "IS THIS A CAPITAL (FIXED ASSET) ACCOUNT (Y/N)?".
           ACCEPT GL-ACCOUNT-CAPITAL.
           INSPECT GL-ACCOUNT-CAPITAL
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-GL-ACCOUNT-CAPITAL.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-GL-ACCOUNT-CAPITAL.

       ENTER-DEPRECIATION-DEFAULTS.
           IF OLD-GL-ACCOUNT-CAPITAL NOT = "Y"
               MOVE TODAY-CCYYMMDD TO GL-ACCOUNT-CAPITAL-START
               PERFORM ENTER-GL-ACCOUNT-ACCUM-DEPR
               PERFORM ENTER-GL-ACCOUNT-DEPR-EXPENSE
               PERFORM ENTER-GL-ACCOUNT-DEPR-LIFE
               PERFORM ENTER-GL-ACCOUNT-DEPR-METHOD.

       ENTER-GL-ACCOUNT-ACCUM-DEPR.
           PERFORM ACCEPT-GL-ACCOUNT-ACCUM-DEPR.
           PERFORM RE-ACCEPT-GL-ACCOUNT-ACCUM-DEPR
               UNTIL OTHER-ACCOUNT-FOUND = "Y".

       ACCEPT-GL-ACCOUNT-ACCUM-DEPR.
           DISPLAY "ENTER THE ACCUMULATED DEPRECIATION ACCOUNT".
           ACCEPT GL-ACCOUNT-ACCUM-DEPR.
           MOVE GL-ACCOUNT-ACCUM-DEPR TO OTHER-ACCOUNT-NUMBER.
           PERFORM CHECK-OTHER-ACCOUNT.

       RE-ACCEPT-GL-ACCOUNT-ACCUM-DEPR.
           DISPLAY "ACCOUNT NOT ON THE CHART OF ACCOUNTS".
           PERFORM ACCEPT-GL-ACCOUNT-ACCUM-DEPR.

       ENTER-GL-ACCOUNT-DEPR-EXPENSE.
           PERFORM ACCEPT-GL-ACCOUNT-DEPR-EXPENSE.
           PERFORM RE-ACCEPT-GL-ACCOUNT-DEPR-EXPENSE
               UNTIL OTHER-ACCOUNT-FOUND = "Y".

       ACCEPT-GL-ACCOUNT-DEPR-EXPENSE.
           DISPLAY "ENTER THE DEPRECIATION EXPENSE ACCOUNT".
           ACCEPT GL-ACCOUNT-DEPR-EXPENSE.
           MOVE GL-ACCOUNT-DEPR-EXPENSE TO OTHER-ACCOUNT-NUMBER.
           PERFORM CHECK-OTHER-ACCOUNT.

       RE-ACCEPT-GL-ACCOUNT-DEPR-EXPENSE.
           DISPLAY "ACCOUNT NOT ON THE CHART OF ACCOUNTS".
           PERFORM ACCEPT-GL-ACCOUNT-DEPR-EXPENSE.

      *-------------------------------------------------------------
      * The depreciation accounts are on this same file, so the
      * account being maintained is held aside while the other
      * one is looked up. Neither may be the capital account
      * itself.
      *-------------------------------------------------------------
       CHECK-OTHER-ACCOUNT.
           MOVE "N" TO OTHER-ACCOUNT-FOUND.
           IF OTHER-ACCOUNT-NUMBER NOT = GL-ACCOUNT-NUMBER
               MOVE GLACCOUNT-RECORD TO HELD-GLACCOUNT-RECORD
               MOVE OTHER-ACCOUNT-NUMBER TO GL-ACCOUNT-NUMBER
               PERFORM READ-OTHER-ACCOUNT
               MOVE HELD-GLACCOUNT-RECORD TO GLACCOUNT-RECORD.

       READ-OTHER-ACCOUNT.
           MOVE "Y" TO OTHER-ACCOUNT-FOUND.
           READ GLACCOUNT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO OTHER-ACCOUNT-FOUND.

       ENTER-GL-ACCOUNT-DEPR-LIFE.
           PERFORM ACCEPT-GL-ACCOUNT-DEPR-LIFE.
           PERFORM RE-ACCEPT-GL-ACCOUNT-DEPR-LIFE
               UNTIL GL-ACCOUNT-DEPR-LIFE NOT = ZEROES.

       ACCEPT-GL-ACCOUNT-DEPR-LIFE.
           DISPLAY "ENTER THE USUAL LIFE IN MONTHS (1-999)".
           ACCEPT GL-ACCOUNT-DEPR-LIFE.

       RE-ACCEPT-GL-ACCOUNT-DEPR-LIFE.
           DISPLAY "LIFE MUST BE ENTERED".
           PERFORM ACCEPT-GL-ACCOUNT-DEPR-LIFE.

       ENTER-GL-ACCOUNT-DEPR-METHOD.
           PERFORM ACCEPT-GL-ACCOUNT-DEPR-METHOD.
           PERFORM RE-ACCEPT-GL-ACCOUNT-DEPR-METHOD
               UNTIL GL-ACCOUNT-DEPR-METHOD = "S" OR "D".

       ACCEPT-GL-ACCOUNT-DEPR-METHOD.
           DISPLAY "ENTER THE USUAL METHOD - S)TRAIGHT-LINE OR "
               "D)ECLINING BALANCE".
           ACCEPT GL-ACCOUNT-DEPR-METHOD.
           INSPECT GL-ACCOUNT-DEPR-METHOD
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-GL-ACCOUNT-DEPR-METHOD.
           DISPLAY "YOU MUST ENTER S OR D".
           PERFORM ACCEPT-GL-ACCOUNT-DEPR-METHOD.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "GL ACCOUNT NUMBER  : " GL-ACCOUNT-NUMBER.
           DISPLAY "1  ACCOUNT NAME     : " GL-ACCOUNT-NAME.
           DISPLAY "2  ACTIVE (Y/N)     : " GL-ACCOUNT-ACTIVE.
           DISPLAY "3  CAPITAL (Y/N)    : " GL-ACCOUNT-CAPITAL.
           IF GL-ACCOUNT-IS-CAPITAL
               DISPLAY "   CAPITAL SINCE    : "
                   GL-ACCOUNT-CAPITAL-START
               DISPLAY "4  ACCUM DEPR ACCT  : " GL-ACCOUNT-ACCUM-DEPR
               DISPLAY "5  DEPR EXPENSE ACCT: "
                   GL-ACCOUNT-DEPR-EXPENSE
               DISPLAY "6  LIFE (MONTHS)    : " GL-ACCOUNT-DEPR-LIFE
               DISPLAY "7  METHOD (S/D)     : "
                   GL-ACCOUNT-DEPR-METHOD.
           DISPLAY " ".

      ***********************************************
