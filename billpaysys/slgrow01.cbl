      ******************************************************************
      * slgrow01.cbl
      ******************************************************************
            SELECT OPTIONAL GROWTH-FILE
               ASSIGN TO "growhist"
               ORGANIZATION IS INDEXED
               RECORD KEY IS GROWTH-KEY
               ACCESS MODE IS DYNAMIC.
