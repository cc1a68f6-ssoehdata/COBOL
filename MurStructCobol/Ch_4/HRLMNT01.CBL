      * Maintaining the Credit Hold Rules
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRLMNT01.
      *------------------------------------------
      * Change and Inquire for the one record on the Credit Hold
      * Rule File, in the change pattern of FCRMNT01 - the days
      * past terms, the over-limit, broken-promise and NSF rules,
      * and how far back a broken promise or returned check
      * still counts. The first run puts the defaults on file
      * for the credit manager to change.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLHRL01.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDHRL01.CBL".

       WORKING-STORAGE SECTION.
       77  RECORD-FOUND                PIC X.
       77  WHICH-FIELD                 PIC 99.
           88 WHICH-FIELD-IS-VALID     VALUES 0 THRU 5.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           OPEN I-O HOLD-RULE-FILE.

       CLOSING-PROCEDURE.
           CLOSE HOLD-RULE-FILE.

       MAIN-PROCESS.
           PERFORM GET-RULE-RECORD.
           PERFORM GET-FIELD-TO-CHANGE.
           PERFORM CHANGE-ONE-FIELD
               UNTIL WHICH-FIELD = ZERO.

      *****************************************************
      *                     CHANGE
      *****************************************************
       GET-RULE-RECORD.
           MOVE 1 TO HR-RULE-KEY.
           PERFORM READ-RULE-RECORD.
           IF RECORD-FOUND = "N"
               PERFORM INIT-RULE-RECORD
               PERFORM WRITE-RULE-RECORD
               DISPLAY "NO RULES ON FILE - THE DEFAULTS ARE SET UP".

       GET-FIELD-TO-CHANGE.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-WHICH-FIELD.

       ASK-WHICH-FIELD.
           PERFORM ACCEPT-WHICH-FIELD.
           PERFORM RE-ACCEPT-WHICH-FIELD
               UNTIL WHICH-FIELD-IS-VALID.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-5) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
           DISPLAY "INVALID ENTRY".
           PERFORM ACCEPT-WHICH-FIELD.

       CHANGE-ONE-FIELD.
           PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           IF WHICH-FIELD = 1
               PERFORM ENTER-DAYS-PAST-TERMS
           ELSE
           IF WHICH-FIELD = 2
               PERFORM ENTER-OVER-LIMIT-RULE
           ELSE
           IF WHICH-FIELD = 3
               PERFORM ENTER-BROKEN-PROMISE-RULE
           ELSE
           IF WHICH-FIELD = 4
               PERFORM ENTER-NSF-RULE
           ELSE
           IF WHICH-FIELD = 5
               PERFORM ENTER-LOOK-BACK-DAYS.

           PERFORM REWRITE-RULE-RECORD.

      ****************************************************
      *     Routines shared by all modes
      ****************************************************
       INIT-RULE-RECORD.
           MOVE 1 TO HR-RULE-KEY.
           MOVE 90 TO HR-DAYS-PAST-TERMS.
           MOVE "Y" TO HR-OVER-LIMIT-RULE.
           MOVE "Y" TO HR-BROKEN-PROMISE-RULE.
           MOVE "Y" TO HR-NSF-RULE.
           MOVE 90 TO HR-LOOK-BACK-DAYS.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "   CREDIT HOLD RULES".
           DISPLAY "1. DAYS PAST TERMS:        " HR-DAYS-PAST-TERMS.
           DISPLAY "2. HOLD OVER LIMIT (Y/N):  " HR-OVER-LIMIT-RULE.
           DISPLAY "3. HOLD BROKEN PROMISE (Y/N): "
               HR-BROKEN-PROMISE-RULE.
           DISPLAY "4. HOLD NSF CHECK (Y/N):   " HR-NSF-RULE.
           DISPLAY "5. LOOK-BACK DAYS:         " HR-LOOK-BACK-DAYS.

      *-------------------------------------------------------------
      * Days are counted past the customer's own terms, the way
      * DUNLTR01 counts them. Zero turns the rule off.
      *-------------------------------------------------------------
       ENTER-DAYS-PAST-TERMS.
           DISPLAY "ENTER HOW MANY DAYS PAST TERMS AN ITEM MAY RUN".
           DISPLAY "BEFORE THE CUSTOMER IS HELD (0 FOR NO LIMIT)".
           ACCEPT HR-DAYS-PAST-TERMS.

       ENTER-OVER-LIMIT-RULE.
           PERFORM ACCEPT-OVER-LIMIT-RULE.
           PERFORM RE-ACCEPT-OVER-LIMIT-RULE
               UNTIL HR-OVER-LIMIT-RULE = "Y" OR "N".

       ACCEPT-OVER-LIMIT-RULE.
           DISPLAY "HOLD A CUSTOMER OVER THE CREDIT LIMIT (Y/N)?".
           ACCEPT HR-OVER-LIMIT-RULE.
           IF HR-OVER-LIMIT-RULE = "y"
               MOVE "Y" TO HR-OVER-LIMIT-RULE.
           IF HR-OVER-LIMIT-RULE = "n"
               MOVE "N" TO HR-OVER-LIMIT-RULE.

       RE-ACCEPT-OVER-LIMIT-RULE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OVER-LIMIT-RULE.

       ENTER-BROKEN-PROMISE-RULE.
           PERFORM ACCEPT-BROKEN-PROMISE-RULE.
           PERFORM RE-ACCEPT-BROKEN-PROMISE-RULE
               UNTIL HR-BROKEN-PROMISE-RULE = "Y" OR "N".

       ACCEPT-BROKEN-PROMISE-RULE.
           DISPLAY "HOLD A CUSTOMER WHO BROKE A PROMISE TO PAY (Y/N)?".
           ACCEPT HR-BROKEN-PROMISE-RULE.
           IF HR-BROKEN-PROMISE-RULE = "y"
               MOVE "Y" TO HR-BROKEN-PROMISE-RULE.
           IF HR-BROKEN-PROMISE-RULE = "n"
               MOVE "N" TO HR-BROKEN-PROMISE-RULE.

       RE-ACCEPT-BROKEN-PROMISE-RULE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-BROKEN-PROMISE-RULE.

       ENTER-NSF-RULE.
           PERFORM ACCEPT-NSF-RULE.
           PERFORM RE-ACCEPT-NSF-RULE
               UNTIL HR-NSF-RULE = "Y" OR "N".

       ACCEPT-NSF-RULE.
           DISPLAY "HOLD A CUSTOMER WITH A RETURNED CHECK (Y/N)?".
           ACCEPT HR-NSF-RULE.
           IF HR-NSF-RULE = "y"
               MOVE "Y" TO HR-NSF-RULE.
           IF HR-NSF-RULE = "n"
               MOVE "N" TO HR-NSF-RULE.

       RE-ACCEPT-NSF-RULE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-NSF-RULE.

       ENTER-LOOK-BACK-DAYS.
           PERFORM ACCEPT-LOOK-BACK-DAYS.
           PERFORM RE-ACCEPT-LOOK-BACK-DAYS
               UNTIL HR-LOOK-BACK-DAYS NOT = ZERO.

       ACCEPT-LOOK-BACK-DAYS.
           DISPLAY "ENTER HOW MANY DAYS A BROKEN PROMISE OR".
           DISPLAY "RETURNED CHECK KEEPS THE CUSTOMER ON HOLD".
           ACCEPT HR-LOOK-BACK-DAYS.

       RE-ACCEPT-LOOK-BACK-DAYS.
           DISPLAY "THE LOOK-BACK MUST BE AT LEAST 1 DAY".
           PERFORM ACCEPT-LOOK-BACK-DAYS.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-RULE-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ HOLD-RULE-FILE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       WRITE-RULE-RECORD.
           WRITE HOLD-RULE-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING RULE RECORD".

       REWRITE-RULE-RECORD.
           REWRITE HOLD-RULE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING RULE RECORD".
