      *------------------------------------------------------------
      * Fields for the shared name keys (PLNAMK01.CBL).
      * WSNAMK01.CBL
      * NAME-KEY-TABLE is laid out exactly like SDN-NAME-TABLE in
      * FDSDN01.CBL, so one can be MOVEd to the other whole.
      * The calling program must also COPY WSCASE01.CBL.
      *------------------------------------------------------------
       77  NAME-KEY-INPUT              PIC X(60).
       77  NAME-KEY-MATCH-NAME         PIC X(60).
       77  NAME-KEY-WORD-COUNT         PIC 99.

       01  NAME-KEY-TABLE.
           05 NAME-KEY-ENTRY OCCURS 10 TIMES.
              10 NAME-KEY-WORD         PIC X(20).
              10 NAME-KEY-SOUND        PIC X(4).

       77  NAME-KEY-WORK               PIC X(60).
       77  NAME-KEY-POSITION           PIC 99 COMP.
       77  NAME-KEY-LENGTH             PIC 99 COMP.
       77  NAME-KEY-POINTER            PIC 99 COMP.
       77  NAME-KEY-SUB                PIC 99 COMP.
       77  NAME-KEY-CHARACTER          PIC X.
       77  NAME-KEY-CURRENT            PIC X(20).
           88 NAME-KEY-IS-NOISE        VALUES "THE" "OF" "AND"
                                       "INC" "INCORPORATED" "LLC"
                                       "LLP" "LP" "LTD" "LIMITED"
                                       "CO" "CORP" "CORPORATION"
                                       "COMPANY" "SA" "GMBH" "PLC"
                                       "AG" "BV" "NV".
       77  NAME-KEY-CODES              PIC X(20).
       77  NAME-KEY-SOUND-WORK         PIC X(4).
       77  NAME-KEY-SOUND-LENGTH       PIC 9 COMP.
       77  NAME-KEY-CODE               PIC X.
       77  NAME-KEY-LAST-CODE          PIC X.

       77  NAME-KEY-PUNCTUATION        PIC X(14) VALUE
               ".,;:-'/&()!?*+".
       77  NAME-KEY-BLANKS             PIC X(14) VALUE SPACES.
       77  NAME-KEY-LETTERS            PIC X(26) VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77  NAME-KEY-LETTER-CODES       PIC X(26) VALUE
               "01230120022455012623010202".
