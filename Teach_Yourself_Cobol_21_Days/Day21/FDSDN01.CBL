      * The FD for the sanctions (SDN) list file.
      *---------------------------
      * FDSDN01.CBL
      * Primary Key - SDN-KEY
      * The government's Specially Designated Nationals list as
      * SDNIMP01 last loaded it, rebuilt whole at every load.
      * A listed name - the entry's own name or one of its
      * aliases - is filed once for every significant word in
      * it, keyed by that word's SOUNDEX sound, so SDNCHK01 can
      * go straight from any word of a vendor's name to every
      * listed name with a word that sounds like it, whatever
      * the spelling or the word order. Each record carries the
      * whole name, its words and their sounds, so a candidate
      * can be judged without another read.
      * KIND "W" = a listed name, filed under one word's sound;
      * NAME-NUMBER is zero for the entry's own name and the
      * alias number for an alias.
      * KIND "C" = a sanctioned country, with the country code
      * in SOUND-KEY and ENTRY/NAME-NUMBER/SEQUENCE zero.
      *-----------------------------
       FD  SDN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SDN-RECORD.
           05 SDN-KEY.
              10 SDN-RECORD-KIND       PIC X.
                 88 SDN-IS-NAME-WORD      VALUE "W".
                 88 SDN-IS-COUNTRY        VALUE "C".
              10 SDN-SOUND-KEY         PIC X(4).
              10 SDN-ENTRY-NUMBER      PIC 9(8).
              10 SDN-NAME-NUMBER       PIC 9(8).
              10 SDN-WORD-SEQUENCE     PIC 99.
           05 SDN-LISTED-NAME          PIC X(60).
           05 SDN-MATCH-NAME           PIC X(60).
           05 SDN-ENTRY-TYPE           PIC X(12).
           05 SDN-PROGRAM              PIC X(20).
           05 SDN-LOADED-DATE          PIC 9(8).
           05 SDN-NAME-WORD-COUNT      PIC 99.
           05 SDN-NAME-TABLE.
              10 SDN-NAME-ENTRY OCCURS 10 TIMES.
                 15 SDN-NAME-WORD      PIC X(20).
                 15 SDN-NAME-SOUND     PIC X(4).
