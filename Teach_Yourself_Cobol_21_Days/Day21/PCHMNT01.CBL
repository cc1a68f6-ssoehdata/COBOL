      * Purchasing card cardholder maintenance
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCHMNT01.
      *-------------------------------------------------------------
      * Add, Change, Inquire and Delete for the purchasing card
      * cardholder file, in the pattern of PRJMNT01. A record
      * ties a card's account reference, as the issuer's
      * statement file shows it, to the operator who holds the
      * card - the only one PCDCOD01 lets code its charges - and
      * carries the GL account offered first when they code.
      * A card is added here before its first statement is
      * imported; a charge on a card not yet on file waits in
      * suspense, listed on PCDAGE01, until it is.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLPCH01.CBL".

           COPY "SLOPER01.CBL".

           COPY "SLGLACT01.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDPCH01.CBL".

           COPY "FDOPER01.CBL".

           COPY "FDGLACT01.CBL".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 4.

       77  THE-MODE                    PIC X(7).
       77  RECORD-FOUND                PIC X.
       77  GL-ACCOUNT-FOUND            PIC X.
       77  OPERATOR-FOUND              PIC X.
       77  OK-TO-DELETE                PIC X.

           COPY "WSCASE01.CBL".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN I-O PCARD-HOLDER-FILE.
           OPEN INPUT OPERATOR-FILE.
           OPEN INPUT GLACCOUNT-FILE.

       CLOSING-PROCEDURE.
           CLOSE PCARD-HOLDER-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE GLACCOUNT-FILE.

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
           DISPLAY "           1. ADD CARDHOLDERS".
           DISPLAY "           2. CHANGE A CARDHOLDER".
           DISPLAY "           3. LOOK UP A CARDHOLDER".
           DISPLAY "           4. DELETE A CARDHOLDER".
           DISPLAY " ".
           DISPLAY "           0. EXIT".
           PERFORM SCROLL-LINE 8 TIMES.

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE  (0-4)?".
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
               PERFORM DELETE-MODE.
      *****************************************************
      *                       ADD
      *****************************************************
       ADD-MODE.
           MOVE "ADD" TO THE-MODE.
           PERFORM GET-NEW-PCH-CARD-ACCOUNT.
           PERFORM ADD-RECORDS
               UNTIL PCH-CARD-ACCOUNT = SPACES.

       GET-NEW-PCH-CARD-ACCOUNT.
           PERFORM ENTER-PCH-CARD-ACCOUNT.
           MOVE "Y" TO RECORD-FOUND.
           PERFORM FIND-NEW-PCH-RECORD
               UNTIL RECORD-FOUND = "N" OR
                   PCH-CARD-ACCOUNT = SPACES.

       FIND-NEW-PCH-RECORD.
           PERFORM READ-PCH-RECORD.
           IF RECORD-FOUND = "Y"
               DISPLAY "CARD ALREADY ON FILE"
               PERFORM ENTER-PCH-CARD-ACCOUNT.

       ADD-RECORDS.
           PERFORM ENTER-REMAINING-FIELDS.
           PERFORM WRITE-PCH-RECORD.
           PERFORM GET-NEW-PCH-CARD-ACCOUNT.

       ENTER-REMAINING-FIELDS.
           PERFORM ENTER-PCH-OPERATOR-ID.
           PERFORM ENTER-PCH-NAME.
           PERFORM ENTER-PCH-DEFAULT-GL-ACCOUNT.

      *****************************************************
      *                 FIELD ENTRY
      *****************************************************
       ENTER-PCH-CARD-ACCOUNT.
           DISPLAY " ".
           DISPLAY "ENTER THE CARD ACCOUNT AS THE ISSUER'S FILE "
               "SHOWS IT, TO " THE-MODE.
           DISPLAY "ENTER BLANK TO STOP ENTRY".
           MOVE SPACES TO PCH-CARD-ACCOUNT.
           ACCEPT PCH-CARD-ACCOUNT.
           INSPECT PCH-CARD-ACCOUNT
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       ENTER-PCH-OPERATOR-ID.
           PERFORM ACCEPT-PCH-OPERATOR-ID.
           PERFORM RE-ACCEPT-PCH-OPERATOR-ID
               UNTIL OPERATOR-FOUND = "Y".

       ACCEPT-PCH-OPERATOR-ID.
           DISPLAY "ENTER THE OPERATOR ID OF THE CARDHOLDER".
           MOVE SPACES TO PCH-OPERATOR-ID.
           ACCEPT PCH-OPERATOR-ID.
           INSPECT PCH-OPERATOR-ID
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           MOVE PCH-OPERATOR-ID TO OPERATOR-ID.
           PERFORM READ-OPERATOR-RECORD.

       RE-ACCEPT-PCH-OPERATOR-ID.
           DISPLAY "OPERATOR NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-PCH-OPERATOR-ID.

      *-------------------------------------------------------------
      * The name defaults to the operator's, since that is
      * nearly always who the card was issued to.
      *-------------------------------------------------------------
       ENTER-PCH-NAME.
           DISPLAY "ENTER THE NAME ON THE CARD".
           DISPLAY "(BLANK FOR " OPERATOR-NAME ")".
           MOVE SPACES TO PCH-NAME.
           ACCEPT PCH-NAME.
           INSPECT PCH-NAME
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           IF PCH-NAME = SPACES
               MOVE OPERATOR-NAME TO PCH-NAME.

       ENTER-PCH-DEFAULT-GL-ACCOUNT.
           PERFORM ACCEPT-PCH-DEFAULT-GL-ACCOUNT.
           PERFORM RE-ACCEPT-PCH-DEFAULT-GL-ACCOUNT
               UNTIL GL-ACCOUNT-FOUND = "Y".

       ACCEPT-PCH-DEFAULT-GL-ACCOUNT.
           DISPLAY "ENTER THE GL ACCOUNT THIS CARD USUALLY BUYS FOR".
           DISPLAY "(0 FOR NONE)".
           ACCEPT PCH-DEFAULT-GL-ACCOUNT.
           MOVE "Y" TO GL-ACCOUNT-FOUND.
           IF PCH-DEFAULT-GL-ACCOUNT NOT = ZEROES
               MOVE PCH-DEFAULT-GL-ACCOUNT TO GL-ACCOUNT-NUMBER
               PERFORM READ-GLACCOUNT-RECORD.

       RE-ACCEPT-PCH-DEFAULT-GL-ACCOUNT.
           DISPLAY "GL ACCOUNT NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-PCH-DEFAULT-GL-ACCOUNT.

      *****************************************************
      *                     CHANGE
      *****************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-PCH-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL PCH-CARD-ACCOUNT = SPACES.

       CHANGE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ENTER-REMAINING-FIELDS.
           PERFORM REWRITE-PCH-RECORD.
           PERFORM GET-PCH-RECORD.

       GET-PCH-RECORD.
           PERFORM ENTER-PCH-CARD-ACCOUNT.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-PCH-RECORD
               UNTIL RECORD-FOUND = "Y" OR
                   PCH-CARD-ACCOUNT = SPACES.

       FIND-PCH-RECORD.
           PERFORM READ-PCH-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "CARD NOT FOUND"
               PERFORM ENTER-PCH-CARD-ACCOUNT.

      ****************************************************
      *                    INQUIRE
      ****************************************************
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-PCH-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL PCH-CARD-ACCOUNT = SPACES.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-PCH-RECORD.

      *****************************************************
      *                     DELETE
      *****************************************************
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-PCH-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL PCH-CARD-ACCOUNT = SPACES.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-OK-TO-DELETE.
           IF OK-TO-DELETE = "Y"
               PERFORM DELETE-PCH-RECORD.
           PERFORM GET-PCH-RECORD.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS CARDHOLDER (Y/N)?".
           ACCEPT OK-TO-DELETE.
           INSPECT OK-TO-DELETE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-OK-TO-DELETE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-DELETE.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "CARD ACCOUNT : " PCH-CARD-ACCOUNT.
           DISPLAY "CARDHOLDER   : " PCH-NAME.
           DISPLAY "OPERATOR ID  : " PCH-OPERATOR-ID.
           DISPLAY "DEFAULT GL   : " PCH-DEFAULT-GL-ACCOUNT.
           DISPLAY " ".

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-PCH-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ PCARD-HOLDER-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       READ-OPERATOR-RECORD.
           MOVE "Y" TO OPERATOR-FOUND.
           READ OPERATOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO OPERATOR-FOUND.

       READ-GLACCOUNT-RECORD.
           MOVE "Y" TO GL-ACCOUNT-FOUND.
           READ GLACCOUNT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO GL-ACCOUNT-FOUND.

       WRITE-PCH-RECORD.
           WRITE PCARD-HOLDER-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-PCH-RECORD.
           REWRITE PCARD-HOLDER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CARDHOLDER RECORD".

       DELETE-PCH-RECORD.
           DELETE PCARD-HOLDER-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING CARDHOLDER RECORD".
