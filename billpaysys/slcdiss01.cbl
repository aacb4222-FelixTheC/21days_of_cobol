      ******************************************************************
      * slcdiss01.cbl
      ******************************************************************
            SELECT CARD-ISSUER-FILE
               ASSIGN TO "cardiss"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CARD-ISSUER-CODE
               ACCESS MODE IS DYNAMIC.
