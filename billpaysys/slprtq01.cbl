      ******************************************************************
      * slprtq01.cbl
      ******************************************************************
            SELECT OPTIONAL PRINT-QUEUE-FILE
               ASSIGN TO "printq"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PRTQ-KEY
               ACCESS MODE IS DYNAMIC.
