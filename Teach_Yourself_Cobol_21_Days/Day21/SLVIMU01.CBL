      * The SELECT for the unmatched invoice image file.
      *---------------------------------------
      *    SLVIMU01.CBL
      *---------------------------------------
           SELECT UNMATCHED-IMAGE-FILE
               ASSIGN TO "vimgunm"
               ORGANIZATION IS INDEXED
               RECORD KEY IS VIMU-IMAGE-ID
               ACCESS MODE IS DYNAMIC.
