      ******************************************************************
      * slemlq01.cbl
      ******************************************************************
            SELECT OPTIONAL EMAIL-QUEUE-FILE
               ASSIGN TO "emailq"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EMAILQ-KEY
               ACCESS MODE IS DYNAMIC.
