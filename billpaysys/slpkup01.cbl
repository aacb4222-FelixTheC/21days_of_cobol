      ******************************************************************
      * slpkup01.cbl
      ******************************************************************
            SELECT OPTIONAL PICKUP-LOG-FILE
               ASSIGN TO "pickup"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PICKUP-KEY
               ACCESS MODE IS DYNAMIC.
