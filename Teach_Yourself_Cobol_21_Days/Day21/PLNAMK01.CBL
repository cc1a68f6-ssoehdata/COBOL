      *----------------------------------------------
      * Shared name keys for sanctions screening.
      * PLNAMK01.CBL
      * USAGE:
      * Calling program must COPY WSNAMK01.CBL and WSCASE01.CBL
      * into WORKING-STORAGE.
      *   MOVE the name TO NAME-KEY-INPUT.
      *   PERFORM BUILD-NAME-KEYS.
      * RETURNS:
      *   NAME-KEY-WORD-COUNT  the significant words (up to 10)
      *   NAME-KEY-WORD (n)    each word, upper case
      *   NAME-KEY-SOUND (n)   its SOUNDEX sound - first letter
      *                        and three digits
      *   NAME-KEY-MATCH-NAME  the words, one space apart
      * Punctuation reads as a space, so AL-QAIDA and AL QAIDA
      * are the same two words. The company-form words (INC,
      * LLC, CORP, LTD ...) and THE/OF/AND are dropped - they
      * would make every name look like every other.
      * SDNIMP01 keys the list this way and SDNCHK01 keys the
      * vendor's names the same way, so the two line up.
      *----------------------------------------------
       BUILD-NAME-KEYS.
           MOVE NAME-KEY-INPUT TO NAME-KEY-WORK.
           INSPECT NAME-KEY-WORK
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           INSPECT NAME-KEY-WORK
               CONVERTING NAME-KEY-PUNCTUATION TO NAME-KEY-BLANKS.
           INSPECT NAME-KEY-WORK
               REPLACING ALL QUOTE BY SPACE.
           MOVE SPACES TO NAME-KEY-TABLE.
           MOVE SPACES TO NAME-KEY-MATCH-NAME.
           MOVE ZEROES TO NAME-KEY-WORD-COUNT.
           MOVE SPACES TO NAME-KEY-CURRENT.
           MOVE ZERO TO NAME-KEY-LENGTH.
           MOVE 1 TO NAME-KEY-POSITION.
           PERFORM SCAN-ONE-NAME-CHARACTER
               UNTIL NAME-KEY-POSITION > 60.
           PERFORM FINISH-NAME-WORD.
           MOVE 1 TO NAME-KEY-POINTER.
           MOVE 1 TO NAME-KEY-SUB.
           PERFORM JOIN-ONE-NAME-WORD
               UNTIL NAME-KEY-SUB > NAME-KEY-WORD-COUNT.

       SCAN-ONE-NAME-CHARACTER.
           MOVE NAME-KEY-WORK (NAME-KEY-POSITION:1)
               TO NAME-KEY-CHARACTER.
           IF NAME-KEY-CHARACTER = SPACE
               PERFORM FINISH-NAME-WORD
           ELSE
           IF NAME-KEY-LENGTH < 20
               ADD 1 TO NAME-KEY-LENGTH
               MOVE NAME-KEY-CHARACTER
                   TO NAME-KEY-CURRENT (NAME-KEY-LENGTH:1).
           ADD 1 TO NAME-KEY-POSITION.

       FINISH-NAME-WORD.
           IF NAME-KEY-LENGTH > ZERO AND
              NOT NAME-KEY-IS-NOISE AND
              NAME-KEY-WORD-COUNT < 10
               ADD 1 TO NAME-KEY-WORD-COUNT
               MOVE NAME-KEY-CURRENT
                   TO NAME-KEY-WORD (NAME-KEY-WORD-COUNT)
               PERFORM SOUND-THE-NAME-WORD
               MOVE NAME-KEY-SOUND-WORK
                   TO NAME-KEY-SOUND (NAME-KEY-WORD-COUNT).
           MOVE SPACES TO NAME-KEY-CURRENT.
           MOVE ZERO TO NAME-KEY-LENGTH.

      *----------------------------------------------
      * SOUNDEX: keep the first letter, then code each letter
      * after it (B F P V = 1, C G J K Q S X Z = 2, D T = 3,
      * L = 4, M N = 5, R = 6, vowels and H W Y = 0), drop the
      * zeros and any code repeated from the letter before, and
      * keep the first three digits, zero-filled. SMITH and
      * SMYTHE both come out S530.
      *----------------------------------------------
       SOUND-THE-NAME-WORD.
           MOVE NAME-KEY-CURRENT TO NAME-KEY-CODES.
           INSPECT NAME-KEY-CODES
               CONVERTING NAME-KEY-LETTERS TO NAME-KEY-LETTER-CODES.
           MOVE "0000" TO NAME-KEY-SOUND-WORK.
           MOVE NAME-KEY-CURRENT (1:1) TO NAME-KEY-SOUND-WORK (1:1).
           MOVE NAME-KEY-CODES (1:1) TO NAME-KEY-LAST-CODE.
           MOVE 1 TO NAME-KEY-SOUND-LENGTH.
           MOVE 2 TO NAME-KEY-SUB.
           PERFORM SOUND-ONE-LETTER
               UNTIL NAME-KEY-SUB > NAME-KEY-LENGTH
                   OR NAME-KEY-SOUND-LENGTH = 4.

       SOUND-ONE-LETTER.
           MOVE NAME-KEY-CODES (NAME-KEY-SUB:1) TO NAME-KEY-CODE.
           IF NAME-KEY-CODE NOT = "0" AND
              NAME-KEY-CODE NOT = NAME-KEY-LAST-CODE AND
              NAME-KEY-CODE NOT < "1" AND
              NAME-KEY-CODE NOT > "6"
               ADD 1 TO NAME-KEY-SOUND-LENGTH
               MOVE NAME-KEY-CODE
                   TO NAME-KEY-SOUND-WORK (NAME-KEY-SOUND-LENGTH:1).
           MOVE NAME-KEY-CODE TO NAME-KEY-LAST-CODE.
           ADD 1 TO NAME-KEY-SUB.

       JOIN-ONE-NAME-WORD.
           STRING NAME-KEY-WORD (NAME-KEY-SUB) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
               INTO NAME-KEY-MATCH-NAME
               WITH POINTER NAME-KEY-POINTER.
           ADD 1 TO NAME-KEY-SUB.
