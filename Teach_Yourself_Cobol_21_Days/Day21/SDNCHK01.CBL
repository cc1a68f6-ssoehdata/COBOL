      * Sanctions screen for one vendor
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDNCHK01.
      *-------------------------------------------------------------
      * CALLed with a vendor's number, name, remit-to name, and
      * country, and the PROGRAM-ID of the caller. Screens both
      * names and the country against the SDN list SDNIMP01
      * loaded:
      *   every word of the name is looked up by its sound, and
      *   each listed name found that way is a possible match
      *   if the whole name is the same, or if every word of the
      *   listed name sounds like a word of the vendor's (for a
      *   one-word listed name the word itself must match) -
      *   so spellings, word order, and INC/LLC don't hide one;
      *   the country is a possible match if it is on the
      *   sanctioned-country list.
      * A possible match not seen before is filed PENDING on the
      * sanctions review file and one high-severity alert is
      * posted for the vendor. A match compliance has already
      * CLEARED stays cleared as long as the names and country
      * are what they were when it was cleared.
      * Hands back SCREEN-RESULT "H" and a hold reason when there
      * is a match still PENDING or CONFIRMED; the caller puts
      * the vendor on payment hold. Opens and closes its own
      * files each call, as ALTBRD01 does.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLSDN01.CBL".

           COPY "SLSDR01.CBL".

           COPY "SLALRT01.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDSDN01.CBL".

           COPY "FDSDR01.CBL".

           COPY "FDALRT01.CBL".

       WORKING-STORAGE SECTION.

           COPY "WSCASE01.CBL".

           COPY "WSNAMK01.CBL".

           COPY "WSALRT01.CBL".

       77  SDN-FILE-AT-END             PIC X.
       77  REVIEW-ON-FILE              PIC X.
       77  COUNTRY-IS-LISTED           PIC X.
       77  CHECK-TODAY                 PIC 9(8).
       77  SCREENING-NAME              PIC X(30).
       77  SCREENING-COUNTRY           PIC X(2).
       77  SOUND-WANTED                PIC X(4).
       77  MATCH-ID-WANTED             PIC X(8).
       77  MATCH-TYPE-FOUND            PIC X.
       77  FIRST-HIT-ID                PIC X(8).
       77  FIRST-NEW-HIT-ID            PIC X(8).
       77  HITS-FOUND                  PIC 9(3) COMP.
       77  NEW-HITS-FOUND              PIC 9(3) COMP.
       77  SOUNDS-MATCHED              PIC 99 COMP.
       77  WORDS-MATCHED               PIC 99 COMP.
       77  SOUND-FOUND                 PIC X.
       77  WORD-FOUND                  PIC X.
       77  SOUND-ALREADY-SEARCHED      PIC X.
       77  VENDOR-WORD-SUB             PIC 99 COMP.
       77  COMPARE-SUB                 PIC 99 COMP.
       77  LISTED-WORD-SUB             PIC 99 COMP.

      *-------------------------------------------------------------
      * The keys of the name being screened, kept apart from
      * NAME-KEY-TABLE so the list's words can be compared
      * against them.
      *-------------------------------------------------------------
       77  VENDOR-MATCH-NAME           PIC X(60).
       77  VENDOR-WORD-COUNT           PIC 99.
       01  VENDOR-KEY-TABLE.
           05 VENDOR-KEY-ENTRY OCCURS 10 TIMES.
              10 VENDOR-KEY-WORD       PIC X(20).
              10 VENDOR-KEY-SOUND      PIC X(4).

       LINKAGE SECTION.
       77  SCREEN-VENDOR-NUMBER        PIC 9(5).
       77  SCREEN-VENDOR-NAME          PIC X(30).
       77  SCREEN-REMIT-NAME           PIC X(30).
       77  SCREEN-COUNTRY              PIC X(2).
       77  SCREEN-CALLER               PIC X(8).
       77  SCREEN-RESULT               PIC X.
       77  SCREEN-HOLD-REASON          PIC X(30).

       PROCEDURE DIVISION USING SCREEN-VENDOR-NUMBER
                                SCREEN-VENDOR-NAME
                                SCREEN-REMIT-NAME
                                SCREEN-COUNTRY
                                SCREEN-CALLER
                                SCREEN-RESULT
                                SCREEN-HOLD-REASON.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           EXIT PROGRAM.

       OPENING-PROCEDURE.
           OPEN INPUT SDN-FILE.
           OPEN I-O SDN-REVIEW-FILE.
           OPEN I-O ALERT-FILE.
           ACCEPT CHECK-TODAY FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE SDN-FILE.
           CLOSE SDN-REVIEW-FILE.
           CLOSE ALERT-FILE.

       MAIN-PROCESS.
           MOVE "N" TO SCREEN-RESULT.
           MOVE SPACES TO SCREEN-HOLD-REASON.
           MOVE SPACES TO FIRST-HIT-ID.
           MOVE SPACES TO FIRST-NEW-HIT-ID.
           MOVE ZEROES TO HITS-FOUND.
           MOVE ZEROES TO NEW-HITS-FOUND.

           MOVE SCREEN-VENDOR-NAME TO SCREENING-NAME.
           PERFORM SCREEN-ONE-NAME.
           IF SCREEN-REMIT-NAME NOT = SPACES AND
              SCREEN-REMIT-NAME NOT = SCREEN-VENDOR-NAME
               MOVE SCREEN-REMIT-NAME TO SCREENING-NAME
               PERFORM SCREEN-ONE-NAME.
           IF SCREEN-COUNTRY NOT = SPACES
               PERFORM SCREEN-THE-COUNTRY.

           IF NEW-HITS-FOUND NOT = ZEROES
               PERFORM POST-THE-HOLD-ALERT.
           IF HITS-FOUND NOT = ZEROES
               MOVE "H" TO SCREEN-RESULT
               STRING "SANCTIONS REVIEW " DELIMITED BY SIZE
                      FIRST-HIT-ID DELIMITED BY SPACE
                   INTO SCREEN-HOLD-REASON.

      *****************************************************
      *   NAMES
      *****************************************************
       SCREEN-ONE-NAME.
           MOVE SCREENING-NAME TO NAME-KEY-INPUT.
           PERFORM BUILD-NAME-KEYS.
           MOVE NAME-KEY-MATCH-NAME TO VENDOR-MATCH-NAME.
           MOVE NAME-KEY-WORD-COUNT TO VENDOR-WORD-COUNT.
           MOVE NAME-KEY-TABLE TO VENDOR-KEY-TABLE.
           MOVE 1 TO VENDOR-WORD-SUB.
           PERFORM SEARCH-ONE-SOUND
               UNTIL VENDOR-WORD-SUB > VENDOR-WORD-COUNT.

      *-------------------------------------------------------------
      * A sound two words of the name share is searched once.
      *-------------------------------------------------------------
       SEARCH-ONE-SOUND.
           MOVE VENDOR-KEY-SOUND (VENDOR-WORD-SUB) TO SOUND-WANTED.
           MOVE "N" TO SOUND-ALREADY-SEARCHED.
           MOVE 1 TO COMPARE-SUB.
           PERFORM CHECK-ONE-EARLIER-SOUND
               UNTIL COMPARE-SUB NOT < VENDOR-WORD-SUB.
           IF SOUND-ALREADY-SEARCHED = "N"
               PERFORM SEARCH-THE-LIST-BY-SOUND.
           ADD 1 TO VENDOR-WORD-SUB.

       CHECK-ONE-EARLIER-SOUND.
           IF VENDOR-KEY-SOUND (COMPARE-SUB) = SOUND-WANTED
               MOVE "Y" TO SOUND-ALREADY-SEARCHED.
           ADD 1 TO COMPARE-SUB.

       SEARCH-THE-LIST-BY-SOUND.
           MOVE "W" TO SDN-RECORD-KIND.
           MOVE SOUND-WANTED TO SDN-SOUND-KEY.
           MOVE ZEROES TO SDN-ENTRY-NUMBER.
           MOVE ZEROES TO SDN-NAME-NUMBER.
           MOVE ZEROES TO SDN-WORD-SEQUENCE.
           MOVE "N" TO SDN-FILE-AT-END.
           START SDN-FILE KEY NOT < SDN-KEY
               INVALID KEY
                   MOVE "Y" TO SDN-FILE-AT-END.
           IF SDN-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-SDN-RECORD.
           PERFORM JUDGE-ONE-CANDIDATE
               UNTIL SDN-FILE-AT-END = "Y".

       READ-NEXT-SDN-RECORD.
           READ SDN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SDN-FILE-AT-END.
           IF SDN-FILE-AT-END NOT = "Y"
               IF NOT SDN-IS-NAME-WORD OR
                  SDN-SOUND-KEY NOT = SOUND-WANTED
                   MOVE "Y" TO SDN-FILE-AT-END.

       JUDGE-ONE-CANDIDATE.
           MOVE ZEROES TO SOUNDS-MATCHED.
           MOVE ZEROES TO WORDS-MATCHED.
           MOVE 1 TO LISTED-WORD-SUB.
           PERFORM MATCH-ONE-LISTED-WORD
               UNTIL LISTED-WORD-SUB > SDN-NAME-WORD-COUNT.
           MOVE SPACE TO MATCH-TYPE-FOUND.
           IF SDN-MATCH-NAME = VENDOR-MATCH-NAME
               MOVE "E" TO MATCH-TYPE-FOUND
           ELSE
           IF SOUNDS-MATCHED = SDN-NAME-WORD-COUNT AND
              (SDN-NAME-WORD-COUNT > 1 OR WORDS-MATCHED = 1)
               MOVE "S" TO MATCH-TYPE-FOUND.
           IF MATCH-TYPE-FOUND NOT = SPACE
               MOVE SDN-ENTRY-NUMBER TO MATCH-ID-WANTED
               PERFORM CHECK-THE-REVIEW.
           PERFORM READ-NEXT-SDN-RECORD.

       MATCH-ONE-LISTED-WORD.
           MOVE "N" TO SOUND-FOUND.
           MOVE "N" TO WORD-FOUND.
           MOVE 1 TO COMPARE-SUB.
           PERFORM COMPARE-ONE-VENDOR-WORD
               UNTIL COMPARE-SUB > VENDOR-WORD-COUNT.
           IF SOUND-FOUND = "Y"
               ADD 1 TO SOUNDS-MATCHED.
           IF WORD-FOUND = "Y"
               ADD 1 TO WORDS-MATCHED.
           ADD 1 TO LISTED-WORD-SUB.

       COMPARE-ONE-VENDOR-WORD.
           IF VENDOR-KEY-SOUND (COMPARE-SUB) =
              SDN-NAME-SOUND (LISTED-WORD-SUB)
               MOVE "Y" TO SOUND-FOUND.
           IF VENDOR-KEY-WORD (COMPARE-SUB) =
              SDN-NAME-WORD (LISTED-WORD-SUB)
               MOVE "Y" TO WORD-FOUND.
           ADD 1 TO COMPARE-SUB.

      *****************************************************
      *   COUNTRY
      *****************************************************
       SCREEN-THE-COUNTRY.
           MOVE SCREEN-COUNTRY TO SCREENING-COUNTRY.
           INSPECT SCREENING-COUNTRY
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           MOVE "C" TO SDN-RECORD-KIND.
           MOVE SCREENING-COUNTRY TO SDN-SOUND-KEY.
           MOVE ZEROES TO SDN-ENTRY-NUMBER.
           MOVE ZEROES TO SDN-NAME-NUMBER.
           MOVE ZEROES TO SDN-WORD-SEQUENCE.
           MOVE "Y" TO COUNTRY-IS-LISTED.
           READ SDN-FILE RECORD
               INVALID KEY
                   MOVE "N" TO COUNTRY-IS-LISTED.
           IF COUNTRY-IS-LISTED = "Y"
               MOVE SPACES TO MATCH-ID-WANTED
               STRING "CTRY-" SCREENING-COUNTRY
                   DELIMITED BY SIZE
                   INTO MATCH-ID-WANTED
               MOVE "K" TO MATCH-TYPE-FOUND
               MOVE SCREENING-COUNTRY TO SCREENING-NAME
               PERFORM CHECK-THE-REVIEW.

      *****************************************************
      *   THE REVIEW FILE
      *****************************************************
       CHECK-THE-REVIEW.
           MOVE SCREEN-VENDOR-NUMBER TO SDNREV-VENDOR.
           MOVE MATCH-ID-WANTED TO SDNREV-MATCH-ID.
           MOVE "Y" TO REVIEW-ON-FILE.
           READ SDN-REVIEW-FILE RECORD
               INVALID KEY
                   MOVE "N" TO REVIEW-ON-FILE.
           IF REVIEW-ON-FILE = "N"
               PERFORM FILL-THE-REVIEW
               PERFORM WRITE-REVIEW-RECORD
               PERFORM COUNT-A-NEW-HIT
           ELSE
           IF SDNREV-IS-CLEARED
               PERFORM CHECK-THE-CLEARED-REVIEW
           ELSE
               PERFORM COUNT-A-HIT.

      *-------------------------------------------------------------
      * Cleared as the vendor stood - a new name, remit-to name,
      * or country puts the question back to compliance.
      *-------------------------------------------------------------
       CHECK-THE-CLEARED-REVIEW.
           IF SDNREV-VENDOR-NAME NOT = SCREEN-VENDOR-NAME OR
              SDNREV-REMIT-NAME NOT = SCREEN-REMIT-NAME OR
              SDNREV-COUNTRY-CODE NOT = SCREEN-COUNTRY
               PERFORM FILL-THE-REVIEW
               PERFORM REWRITE-REVIEW-RECORD
               PERFORM COUNT-A-NEW-HIT.

       FILL-THE-REVIEW.
           MOVE "P" TO SDNREV-STATUS.
           MOVE MATCH-TYPE-FOUND TO SDNREV-MATCH-TYPE.
           MOVE SDN-LISTED-NAME TO SDNREV-LISTED-NAME.
           MOVE SDN-ENTRY-TYPE TO SDNREV-ENTRY-TYPE.
           MOVE SDN-PROGRAM TO SDNREV-PROGRAM.
           MOVE SCREENING-NAME TO SDNREV-SCREENED-NAME.
           MOVE SCREEN-VENDOR-NAME TO SDNREV-VENDOR-NAME.
           MOVE SCREEN-REMIT-NAME TO SDNREV-REMIT-NAME.
           MOVE SCREEN-COUNTRY TO SDNREV-COUNTRY-CODE.
           MOVE CHECK-TODAY TO SDNREV-FOUND-DATE.
           MOVE SCREEN-CALLER TO SDNREV-FOUND-BY.
           MOVE SPACES TO SDNREV-DECIDED-BY.
           MOVE ZEROES TO SDNREV-DECIDED-DATE.
           MOVE SPACES TO SDNREV-DECISION-NOTE.

       WRITE-REVIEW-RECORD.
           WRITE SDN-REVIEW-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING SANCTIONS REVIEW RECORD".

       REWRITE-REVIEW-RECORD.
           REWRITE SDN-REVIEW-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING SANCTIONS REVIEW RECORD".

       COUNT-A-NEW-HIT.
           ADD 1 TO NEW-HITS-FOUND.
           IF FIRST-NEW-HIT-ID = SPACES
               MOVE MATCH-ID-WANTED TO FIRST-NEW-HIT-ID.
           PERFORM COUNT-A-HIT.

       COUNT-A-HIT.
           ADD 1 TO HITS-FOUND.
           IF FIRST-HIT-ID = SPACES
               MOVE MATCH-ID-WANTED TO FIRST-HIT-ID.

       POST-THE-HOLD-ALERT.
           MOVE "H" TO ALERT-POST-SEVERITY.
           MOVE SCREEN-CALLER TO ALERT-POST-PROGRAM.
           MOVE SPACES TO ALERT-POST-MESSAGE.
           STRING "SANCTIONS SCREEN: VENDOR " DELIMITED BY SIZE
                  SCREEN-VENDOR-NUMBER DELIMITED BY SIZE
                  " HELD - " DELIMITED BY SIZE
                  FIRST-NEW-HIT-ID DELIMITED BY SPACE
               INTO ALERT-POST-MESSAGE.
           PERFORM POST-AN-ALERT.

           COPY "PLNAMK01.CBL".

           COPY "PLALRT01.CBL".
