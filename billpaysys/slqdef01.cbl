      ******************************************************************
      * slqdef01.cbl
      ******************************************************************
            SELECT OPTIONAL QUERY-DEFINITION-FILE
               ASSIGN TO "querydef"
               ORGANIZATION IS INDEXED
               RECORD KEY IS QUERY-NAME
               ACCESS MODE IS DYNAMIC.
