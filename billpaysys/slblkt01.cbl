      ******************************************************************
      * slblkt01.cbl
      ******************************************************************
            SELECT OPTIONAL BLANKET-FILE
               ASSIGN TO "blanket"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BLANKET-NUMBER
               ACCESS MODE IS DYNAMIC.
