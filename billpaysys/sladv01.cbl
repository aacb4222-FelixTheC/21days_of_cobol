      ******************************************************************
      * sladv01.cbl
      ******************************************************************
            SELECT OPTIONAL ADVANCE-FILE
               ASSIGN TO "advance"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ADVANCE-NUMBER
               ACCESS MODE IS DYNAMIC.
