      ******************************************************************
      * slalcr01.cbl
      ******************************************************************
            SELECT ALLOCATION-RULE-FILE
               ASSIGN TO "allocrul"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ALCR-KEY
               ACCESS MODE IS DYNAMIC.
