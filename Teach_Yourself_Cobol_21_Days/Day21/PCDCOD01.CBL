      * Purchasing card transaction coding by the cardholder
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCDCOD01.
      *-------------------------------------------------------------
      * Where a cardholder says what their charges were for,
      * instead of accounting chasing receipts for weeks. Signs
      * the cardholder on against OPERATOR-FILE, finds every
      * card PCHMNT01 has on file for that operator, and walks
      * each card's charges off the PCT-CARD-ACCOUNT alternate
      * key. For each one the cardholder Codes it - a GL account
      * (the card's usual account offered first) and an expense
      * category - marks it Personal, to be paid back and kept
      * out of our expenses, Skips it for now, or Quits.
      * Ordinarily only the UNCODED charges come up; asking for
      * the coded ones too lets a mistake be put right, up to
      * the night GLAEXP01 posts the charge out of suspense -
      * after that it is the GL's to correct, not the
      * cardholder's, and it no longer comes up at all.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLPCT01.CBL".

           COPY "SLPCH01.CBL".

           COPY "SLGLACT01.CBL".

           COPY "SLCAT01.CBL".

           COPY "SLOPER01.CBL".

           COPY "SLSGNLOG.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDPCT01.CBL".

           COPY "FDPCH01.CBL".

           COPY "FDGLACT01.CBL".

           COPY "FDCAT01.CBL".

           COPY "FDOPER01.CBL".

           COPY "FDSGNLOG.CBL".

       WORKING-STORAGE SECTION.

       77  CARDHOLDER-ID               PIC X(8).

       77  HOLDER-FILE-AT-END          PIC X.
       77  TRANS-FILE-AT-END           PIC X.
       77  GL-ACCOUNT-FOUND            PIC X.
       77  CATEGORY-FOUND              PIC X.
       77  INCLUDE-CODED               PIC X.
       77  CODING-ACTION               PIC X.
           88 CODING-ACTION-IS-VALID   VALUES "C", "P", "S", "Q".
       77  ENTERED-GL-ACCOUNT          PIC 9(6).
       77  DISPLAY-AMOUNT              PIC ZZZ,ZZ9.99-.
       77  TODAY-CCYYMMDD              PIC 9(8).

       77  CARDS-FOUND                 PIC 9(3) VALUE ZERO.
       77  CHARGES-SHOWN               PIC 9(5) VALUE ZERO.
       77  CHARGES-CODED               PIC 9(5) VALUE ZERO.
       77  CHARGES-PERSONAL            PIC 9(5) VALUE ZERO.

           COPY "WSCASE01.CBL".

           COPY "WSSGNON1.CBL".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM SIGN-ON.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN I-O PCARD-TRANSACTION-FILE.
           OPEN INPUT PCARD-HOLDER-FILE.
           OPEN INPUT GLACCOUNT-FILE.
           OPEN INPUT CATEGORY-FILE.
           OPEN I-O OPERATOR-FILE.
           OPEN EXTEND SIGNON-LOG-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE PCARD-TRANSACTION-FILE.
           CLOSE PCARD-HOLDER-FILE.
           CLOSE GLACCOUNT-FILE.
           CLOSE CATEGORY-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE SIGNON-LOG-FILE.
           DISPLAY CHARGES-SHOWN " CARD CHARGE(S) REVIEWED, "
               CHARGES-CODED " CODED, "
               CHARGES-PERSONAL " MARKED PERSONAL".

       SIGN-ON.
           MOVE "PCDCOD01" TO SIGN-ON-PROGRAM.
           PERFORM OPERATOR-SIGN-ON.
           MOVE OPERATOR-ID TO CARDHOLDER-ID.

      *****************************************************
      *   Every card the operator holds, charge by charge
      *****************************************************
      *-------------------------------------------------------------
      * Q on any charge ends the session; whatever is left
      * waits for the next time.
      *-------------------------------------------------------------
       MAIN-PROCESS.
           PERFORM ASK-INCLUDE-CODED.
           MOVE SPACE TO CODING-ACTION.
           MOVE SPACES TO PCH-CARD-ACCOUNT.
           MOVE "N" TO HOLDER-FILE-AT-END.
           START PCARD-HOLDER-FILE
               KEY NOT < PCH-CARD-ACCOUNT
               INVALID KEY
                   MOVE "Y" TO HOLDER-FILE-AT-END.
           PERFORM READ-NEXT-PCH-RECORD.
           PERFORM REVIEW-ONE-CARD
               UNTIL HOLDER-FILE-AT-END = "Y".
           IF CARDS-FOUND = ZEROES
               DISPLAY "NO PURCHASING CARD IS SET UP FOR "
                   CARDHOLDER-ID
           ELSE
           IF CHARGES-SHOWN = ZEROES
               DISPLAY "NOTHING IS WAITING TO BE CODED".

       ASK-INCLUDE-CODED.
           PERFORM ACCEPT-INCLUDE-CODED.
           PERFORM RE-ACCEPT-INCLUDE-CODED
               UNTIL INCLUDE-CODED = "Y" OR "N".

       ACCEPT-INCLUDE-CODED.
           DISPLAY "SHOW CHARGES ALREADY CODED, TO CHANGE THEM (Y/N)?".
           ACCEPT INCLUDE-CODED.
           INSPECT INCLUDE-CODED
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-INCLUDE-CODED.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-INCLUDE-CODED.

       READ-NEXT-PCH-RECORD.
           IF HOLDER-FILE-AT-END NOT = "Y"
               READ PCARD-HOLDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO HOLDER-FILE-AT-END.

       REVIEW-ONE-CARD.
           IF PCH-OPERATOR-ID = CARDHOLDER-ID
               ADD 1 TO CARDS-FOUND
               PERFORM WALK-CARD-CHARGES.
           IF CODING-ACTION = "Q"
               MOVE "Y" TO HOLDER-FILE-AT-END
           ELSE
               PERFORM READ-NEXT-PCH-RECORD.

       WALK-CARD-CHARGES.
           DISPLAY " ".
           DISPLAY "CARD " PCH-CARD-ACCOUNT " " PCH-NAME.
           MOVE PCH-CARD-ACCOUNT TO PCT-CARD-ACCOUNT.
           MOVE "N" TO TRANS-FILE-AT-END.
           START PCARD-TRANSACTION-FILE
               KEY NOT < PCT-CARD-ACCOUNT
               INVALID KEY
                   MOVE "Y" TO TRANS-FILE-AT-END.
           PERFORM READ-NEXT-PCT-RECORD.
           PERFORM REVIEW-ONE-CHARGE
               UNTIL TRANS-FILE-AT-END = "Y".

       READ-NEXT-PCT-RECORD.
           IF TRANS-FILE-AT-END NOT = "Y"
               READ PCARD-TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO TRANS-FILE-AT-END.
           IF TRANS-FILE-AT-END NOT = "Y"
              AND PCT-CARD-ACCOUNT NOT = PCH-CARD-ACCOUNT
               MOVE "Y" TO TRANS-FILE-AT-END.

      *-------------------------------------------------------------
      * A charge already posted out of suspense never comes up.
      *-------------------------------------------------------------
       REVIEW-ONE-CHARGE.
           IF PCT-GL-POSTED-DATE = ZEROES
              AND (PCT-IS-UNCODED OR INCLUDE-CODED = "Y")
               ADD 1 TO CHARGES-SHOWN
               PERFORM DISPLAY-THE-CHARGE
               PERFORM GET-CODING-ACTION
               PERFORM APPLY-CODING-ACTION.
           IF CODING-ACTION = "Q"
               MOVE "Y" TO TRANS-FILE-AT-END
           ELSE
               PERFORM READ-NEXT-PCT-RECORD.

       DISPLAY-THE-CHARGE.
           MOVE PCT-AMOUNT TO DISPLAY-AMOUNT.
           DISPLAY " ".
           DISPLAY PCT-TRANS-DATE " " PCT-MERCHANT " "
               DISPLAY-AMOUNT "   STATEMENT " PCT-STATEMENT-DATE.
           IF PCT-IS-CODED
               DISPLAY "   CODED TO GL " PCT-GL-ACCOUNT
                   " CATEGORY " PCT-CATEGORY
                   " BY " PCT-CODED-BY " ON " PCT-CODED-DATE
           ELSE
           IF PCT-IS-PERSONAL
               DISPLAY "   MARKED PERSONAL BY " PCT-CODED-BY
                   " ON " PCT-CODED-DATE.

       GET-CODING-ACTION.
           PERFORM ACCEPT-CODING-ACTION.
           PERFORM RE-ACCEPT-CODING-ACTION
               UNTIL CODING-ACTION-IS-VALID.

       ACCEPT-CODING-ACTION.
           DISPLAY "C)ODE IT, P)ERSONAL CHARGE, S)KIP OR Q)UIT?".
           ACCEPT CODING-ACTION.
           INSPECT CODING-ACTION
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-CODING-ACTION.
           DISPLAY "YOU MUST ENTER C, P, S OR Q".
           PERFORM ACCEPT-CODING-ACTION.

       APPLY-CODING-ACTION.
           IF CODING-ACTION = "C"
               PERFORM ENTER-PCT-GL-ACCOUNT
               PERFORM ENTER-PCT-CATEGORY
               MOVE "C" TO PCT-STATUS
               PERFORM STAMP-THE-CODING
               ADD 1 TO CHARGES-CODED
           ELSE
           IF CODING-ACTION = "P"
               MOVE ZEROES TO PCT-GL-ACCOUNT
               MOVE SPACES TO PCT-CATEGORY
               MOVE "P" TO PCT-STATUS
               PERFORM STAMP-THE-CODING
               ADD 1 TO CHARGES-PERSONAL.

       STAMP-THE-CODING.
           MOVE CARDHOLDER-ID TO PCT-CODED-BY.
           MOVE TODAY-CCYYMMDD TO PCT-CODED-DATE.
           PERFORM REWRITE-PCT-RECORD.

      *-------------------------------------------------------------
      * Zero takes the card's usual account when it has one.
      *-------------------------------------------------------------
       ENTER-PCT-GL-ACCOUNT.
           PERFORM ACCEPT-PCT-GL-ACCOUNT.
           PERFORM RE-ACCEPT-PCT-GL-ACCOUNT
               UNTIL GL-ACCOUNT-FOUND = "Y".

       ACCEPT-PCT-GL-ACCOUNT.
           DISPLAY "ENTER THE GL ACCOUNT IT WAS FOR".
           IF PCH-DEFAULT-GL-ACCOUNT NOT = ZEROES
               DISPLAY "(0 FOR " PCH-DEFAULT-GL-ACCOUNT ")".
           ACCEPT ENTERED-GL-ACCOUNT.
           IF ENTERED-GL-ACCOUNT = ZEROES
               MOVE PCH-DEFAULT-GL-ACCOUNT TO ENTERED-GL-ACCOUNT.
           MOVE ENTERED-GL-ACCOUNT TO PCT-GL-ACCOUNT.
           MOVE ENTERED-GL-ACCOUNT TO GL-ACCOUNT-NUMBER.
           PERFORM READ-GLACCOUNT-RECORD.

       RE-ACCEPT-PCT-GL-ACCOUNT.
           DISPLAY "GL ACCOUNT NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-PCT-GL-ACCOUNT.

       ENTER-PCT-CATEGORY.
           PERFORM ACCEPT-PCT-CATEGORY.
           PERFORM RE-ACCEPT-PCT-CATEGORY
               UNTIL CATEGORY-FOUND = "Y".

       ACCEPT-PCT-CATEGORY.
           DISPLAY "ENTER THE EXPENSE CATEGORY".
           MOVE SPACES TO PCT-CATEGORY.
           ACCEPT PCT-CATEGORY.
           INSPECT PCT-CATEGORY
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           MOVE PCT-CATEGORY TO CATEGORY-CODE.
           PERFORM READ-CATEGORY-RECORD.

       RE-ACCEPT-PCT-CATEGORY.
           DISPLAY "CATEGORY NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-PCT-CATEGORY.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-GLACCOUNT-RECORD.
           MOVE "Y" TO GL-ACCOUNT-FOUND.
           READ GLACCOUNT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO GL-ACCOUNT-FOUND.

       READ-CATEGORY-RECORD.
           MOVE "Y" TO CATEGORY-FOUND.
           READ CATEGORY-FILE RECORD
               INVALID KEY
                   MOVE "N" TO CATEGORY-FOUND.

       REWRITE-PCT-RECORD.
           REWRITE PCARD-TRANSACTION-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CARD TRANSACTION RECORD".

           COPY "PLSGNON1.CBL".
