      * The SELECT for the inventory movement history file.
      *---------------------------------------
      *    SLINVH01.CBL
      *---------------------------------------
           SELECT INVENTORY-HISTORY-FILE
               ASSIGN TO "invhist"
               ORGANIZATION IS INDEXED
               RECORD KEY IS INVH-NUMBER
               ALTERNATE KEY
               IS INVH-ITEM-NUMBER WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.
