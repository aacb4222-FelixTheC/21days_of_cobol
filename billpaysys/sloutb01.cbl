      ******************************************************************
      * sloutb01.cbl
      ******************************************************************
            SELECT OPTIONAL OUTBOX-FILE
               ASSIGN TO "outbox"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OUTBOX-KEY
               ACCESS MODE IS DYNAMIC.
