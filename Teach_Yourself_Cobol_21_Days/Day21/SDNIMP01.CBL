      * Sanctions (SDN) list import
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDNIMP01.
      *-------------------------------------------------------------
      * Loads the Specially Designated Nationals list, as the
      * government publishes it, into the indexed SDN file that
      * SDNCHK01 screens vendors against. The file is rebuilt
      * whole every time - entries come off the list as well as
      * on - so run it each time a new list is published.
      * Three inputs, all comma-separated with quoted text, the
      * published "-0-" standing for an empty field:
      *   SDNCSV  - the list itself (sdn.csv): entry number,
      *             name, type, program, and fields not used here;
      *   SDNALT  - the aliases (alt.csv): entry number, alias
      *             number, alias type, alias name;
      *   SDNCTRY - the countries under comprehensive sanctions,
      *             kept by compliance: country code, country
      *             name, sanctions program.
      * Every name is broken into its significant words by
      * PLNAMK01.CBL and filed once under each word's sound.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLSDN01.CBL".

           SELECT SDN-LIST-FILE
               ASSIGN TO "SDNCSV"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SDN-ALIAS-FILE
               ASSIGN TO "SDNALT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SDN-COUNTRY-FILE
               ASSIGN TO "SDNCTRY"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDSDN01.CBL".

       FD  SDN-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  SDN-LIST-RECORD             PIC X(500).

       FD  SDN-ALIAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  SDN-ALIAS-RECORD            PIC X(500).

       FD  SDN-COUNTRY-FILE
           LABEL RECORDS ARE STANDARD.
       01  SDN-COUNTRY-RECORD          PIC X(100).

       WORKING-STORAGE SECTION.

           COPY "WSCASE01.CBL".

           COPY "WSNAMK01.CBL".

       77  LIST-FILE-AT-END            PIC X.
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  ENTRIES-LOADED              PIC 9(7) VALUE ZERO.
       77  ALIASES-LOADED              PIC 9(7) VALUE ZERO.
       77  COUNTRIES-LOADED            PIC 9(5) VALUE ZERO.
       77  WORDS-FILED                 PIC 9(7) VALUE ZERO.
       77  LINES-SKIPPED               PIC 9(7) VALUE ZERO.
       77  WORD-SUB                    PIC 99 COMP.

      *-------------------------------------------------------------
      * One input line split at the commas that aren't inside
      * quotes.
      *-------------------------------------------------------------
       77  CSV-LINE                    PIC X(500).
       77  CSV-LINE-LENGTH             PIC 9(3) COMP.
       77  CSV-POSITION                PIC 9(3) COMP.
       77  CSV-FIELD-SUB               PIC 9 COMP.
       77  CSV-FIELDS-WANTED           PIC 9 COMP.
       77  CSV-OUT-POSITION            PIC 9(3) COMP.
       77  CSV-CHARACTER               PIC X.
       77  CSV-IN-QUOTES               PIC X.

       01  CSV-FIELDS.
           05 CSV-FIELD OCCURS 5 TIMES PIC X(100).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN OUTPUT SDN-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE SDN-FILE.
           DISPLAY ENTRIES-LOADED " LISTED ENTRIES LOADED".
           DISPLAY ALIASES-LOADED " ALIASES LOADED".
           DISPLAY COUNTRIES-LOADED " SANCTIONED COUNTRIES LOADED".
           DISPLAY WORDS-FILED " NAME WORDS FILED".
           IF LINES-SKIPPED NOT = ZERO
               DISPLAY LINES-SKIPPED " LINE(S) SKIPPED - NO ENTRY "
                   "NUMBER OR NO NAME".

       MAIN-PROCESS.
           PERFORM LOAD-THE-LIST.
           PERFORM LOAD-THE-ALIASES.
           PERFORM LOAD-THE-COUNTRIES.

      *****************************************************
      *   THE LIST
      *****************************************************
       LOAD-THE-LIST.
           OPEN INPUT SDN-LIST-FILE.
           MOVE "N" TO LIST-FILE-AT-END.
           PERFORM READ-NEXT-LIST-LINE.
           PERFORM LOAD-ONE-ENTRY
               UNTIL LIST-FILE-AT-END = "Y".
           CLOSE SDN-LIST-FILE.

       READ-NEXT-LIST-LINE.
           READ SDN-LIST-FILE
               AT END
                   MOVE "Y" TO LIST-FILE-AT-END.

       LOAD-ONE-ENTRY.
           MOVE SDN-LIST-RECORD TO CSV-LINE.
           MOVE 500 TO CSV-LINE-LENGTH.
           MOVE 4 TO CSV-FIELDS-WANTED.
           PERFORM SPLIT-THE-CSV-LINE.
           MOVE SPACES TO SDN-RECORD.
           MOVE "W" TO SDN-RECORD-KIND.
           MOVE FUNCTION NUMVAL(CSV-FIELD (1)) TO SDN-ENTRY-NUMBER.
           MOVE ZEROES TO SDN-NAME-NUMBER.
           MOVE CSV-FIELD (2) TO SDN-LISTED-NAME.
           MOVE CSV-FIELD (3) TO SDN-ENTRY-TYPE.
           MOVE CSV-FIELD (4) TO SDN-PROGRAM.
           IF SDN-ENTRY-TYPE = SPACES
               MOVE "ENTITY" TO SDN-ENTRY-TYPE.
           PERFORM FILE-THE-LISTED-NAME.
           IF SDN-NAME-WORD-COUNT NOT = ZERO
               ADD 1 TO ENTRIES-LOADED.
           PERFORM READ-NEXT-LIST-LINE.

      *****************************************************
      *   THE ALIASES
      *****************************************************
       LOAD-THE-ALIASES.
           OPEN INPUT SDN-ALIAS-FILE.
           MOVE "N" TO LIST-FILE-AT-END.
           PERFORM READ-NEXT-ALIAS-LINE.
           PERFORM LOAD-ONE-ALIAS
               UNTIL LIST-FILE-AT-END = "Y".
           CLOSE SDN-ALIAS-FILE.

       READ-NEXT-ALIAS-LINE.
           READ SDN-ALIAS-FILE
               AT END
                   MOVE "Y" TO LIST-FILE-AT-END.

       LOAD-ONE-ALIAS.
           MOVE SDN-ALIAS-RECORD TO CSV-LINE.
           MOVE 500 TO CSV-LINE-LENGTH.
           MOVE 4 TO CSV-FIELDS-WANTED.
           PERFORM SPLIT-THE-CSV-LINE.
           MOVE SPACES TO SDN-RECORD.
           MOVE "W" TO SDN-RECORD-KIND.
           MOVE FUNCTION NUMVAL(CSV-FIELD (1)) TO SDN-ENTRY-NUMBER.
           MOVE FUNCTION NUMVAL(CSV-FIELD (2)) TO SDN-NAME-NUMBER.
           MOVE CSV-FIELD (3) TO SDN-ENTRY-TYPE.
           INSPECT SDN-ENTRY-TYPE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           MOVE CSV-FIELD (4) TO SDN-LISTED-NAME.
           PERFORM FILE-THE-LISTED-NAME.
           IF SDN-NAME-WORD-COUNT NOT = ZERO
               ADD 1 TO ALIASES-LOADED.
           PERFORM READ-NEXT-ALIAS-LINE.

      *-------------------------------------------------------------
      * One record per significant word, each under that word's
      * sound. An entry number of zero is a heading or a blank
      * line, not an entry.
      *-------------------------------------------------------------
       FILE-THE-LISTED-NAME.
           MOVE ZEROES TO SDN-NAME-WORD-COUNT.
           IF SDN-ENTRY-NUMBER = ZEROES OR
              SDN-LISTED-NAME = SPACES
               ADD 1 TO LINES-SKIPPED
           ELSE
               MOVE SDN-LISTED-NAME TO NAME-KEY-INPUT
               PERFORM BUILD-NAME-KEYS
               MOVE NAME-KEY-MATCH-NAME TO SDN-MATCH-NAME
               MOVE NAME-KEY-WORD-COUNT TO SDN-NAME-WORD-COUNT
               MOVE NAME-KEY-TABLE TO SDN-NAME-TABLE
               MOVE TODAY-CCYYMMDD TO SDN-LOADED-DATE
               MOVE 1 TO WORD-SUB
               PERFORM FILE-ONE-NAME-WORD
                   UNTIL WORD-SUB > SDN-NAME-WORD-COUNT.

       FILE-ONE-NAME-WORD.
           MOVE SDN-NAME-SOUND (WORD-SUB) TO SDN-SOUND-KEY.
           MOVE WORD-SUB TO SDN-WORD-SEQUENCE.
           WRITE SDN-RECORD
               INVALID KEY
                   DISPLAY "ENTRY " SDN-ENTRY-NUMBER " WORD "
                       SDN-WORD-SEQUENCE " FILED TWICE".
           ADD 1 TO WORDS-FILED.
           ADD 1 TO WORD-SUB.

      *****************************************************
      *   THE SANCTIONED COUNTRIES
      *****************************************************
       LOAD-THE-COUNTRIES.
           OPEN INPUT SDN-COUNTRY-FILE.
           MOVE "N" TO LIST-FILE-AT-END.
           PERFORM READ-NEXT-COUNTRY-LINE.
           PERFORM LOAD-ONE-COUNTRY
               UNTIL LIST-FILE-AT-END = "Y".
           CLOSE SDN-COUNTRY-FILE.

       READ-NEXT-COUNTRY-LINE.
           READ SDN-COUNTRY-FILE
               AT END
                   MOVE "Y" TO LIST-FILE-AT-END.

       LOAD-ONE-COUNTRY.
           MOVE SDN-COUNTRY-RECORD TO CSV-LINE.
           MOVE 100 TO CSV-LINE-LENGTH.
           MOVE 3 TO CSV-FIELDS-WANTED.
           PERFORM SPLIT-THE-CSV-LINE.
           MOVE SPACES TO SDN-RECORD.
           MOVE "C" TO SDN-RECORD-KIND.
           MOVE CSV-FIELD (1) TO SDN-SOUND-KEY.
           INSPECT SDN-SOUND-KEY
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           MOVE ZEROES TO SDN-ENTRY-NUMBER.
           MOVE ZEROES TO SDN-NAME-NUMBER.
           MOVE ZEROES TO SDN-WORD-SEQUENCE.
           MOVE CSV-FIELD (2) TO SDN-LISTED-NAME.
           MOVE "COUNTRY" TO SDN-ENTRY-TYPE.
           MOVE CSV-FIELD (3) TO SDN-PROGRAM.
           MOVE TODAY-CCYYMMDD TO SDN-LOADED-DATE.
           MOVE ZEROES TO SDN-NAME-WORD-COUNT.
           IF SDN-SOUND-KEY = SPACES
               ADD 1 TO LINES-SKIPPED
           ELSE
               PERFORM WRITE-COUNTRY-RECORD.
           PERFORM READ-NEXT-COUNTRY-LINE.

       WRITE-COUNTRY-RECORD.
           WRITE SDN-RECORD
               INVALID KEY
                   DISPLAY "COUNTRY " SDN-SOUND-KEY " LISTED TWICE".
           ADD 1 TO COUNTRIES-LOADED.

      *****************************************************
      *   SPLITTING A LINE
      *****************************************************
      *-------------------------------------------------------------
      * Walks the line a character at a time, stopping once the
      * fields wanted are in hand - the remarks at the end of a
      * list line can run long and are never needed. Quotes
      * only switch comma-splitting off and on; they are not
      * kept. The published "-0-" becomes an empty field.
      *-------------------------------------------------------------
       SPLIT-THE-CSV-LINE.
           MOVE SPACES TO CSV-FIELDS.
           MOVE 1 TO CSV-FIELD-SUB.
           MOVE ZERO TO CSV-OUT-POSITION.
           MOVE "N" TO CSV-IN-QUOTES.
           MOVE 1 TO CSV-POSITION.
           PERFORM SPLIT-ONE-CHARACTER
               UNTIL CSV-POSITION > CSV-LINE-LENGTH
                   OR CSV-FIELD-SUB > CSV-FIELDS-WANTED.
           MOVE 1 TO CSV-FIELD-SUB.
           PERFORM CLEAR-ONE-NULL-FIELD
               UNTIL CSV-FIELD-SUB > CSV-FIELDS-WANTED.

       SPLIT-ONE-CHARACTER.
           MOVE CSV-LINE (CSV-POSITION:1) TO CSV-CHARACTER.
           IF CSV-CHARACTER = QUOTE
               PERFORM FLIP-THE-QUOTES
           ELSE
           IF CSV-CHARACTER = "," AND CSV-IN-QUOTES = "N"
               ADD 1 TO CSV-FIELD-SUB
               MOVE ZERO TO CSV-OUT-POSITION
           ELSE
           IF CSV-OUT-POSITION < 100
               ADD 1 TO CSV-OUT-POSITION
               MOVE CSV-CHARACTER TO
                   CSV-FIELD (CSV-FIELD-SUB) (CSV-OUT-POSITION:1).
           ADD 1 TO CSV-POSITION.

       FLIP-THE-QUOTES.
           IF CSV-IN-QUOTES = "Y"
               MOVE "N" TO CSV-IN-QUOTES
           ELSE
               MOVE "Y" TO CSV-IN-QUOTES.

       CLEAR-ONE-NULL-FIELD.
           IF CSV-FIELD (CSV-FIELD-SUB) (1:3) = "-0-"
               MOVE SPACES TO CSV-FIELD (CSV-FIELD-SUB).
           ADD 1 TO CSV-FIELD-SUB.

           COPY "PLNAMK01.CBL".
