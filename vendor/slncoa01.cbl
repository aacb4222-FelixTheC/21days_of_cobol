      ******************************************************************
      * slncoa01.cbl
      ******************************************************************
            SELECT NCOA-QUEUE-FILE
               ASSIGN TO "ncoaque"
               ORGANIZATION IS INDEXED
               RECORD KEY IS NCOA-QUEUE-KEY
               ACCESS MODE IS DYNAMIC.
