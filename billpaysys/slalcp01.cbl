      ******************************************************************
      * slalcp01.cbl
      ******************************************************************
            SELECT ALLOCATION-POSTING-FILE
               ASSIGN TO "allocpst"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ALCP-KEY
               ACCESS MODE IS DYNAMIC.
