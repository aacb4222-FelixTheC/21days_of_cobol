      ******************************************************************
      * slsmpl01.cbl
      ******************************************************************
            SELECT OPTIONAL AUDIT-SAMPLE-FILE
               ASSIGN TO "audsample"
               ORGANIZATION IS INDEXED
               RECORD KEY IS SAMPLE-NAME
               ACCESS MODE IS DYNAMIC.
