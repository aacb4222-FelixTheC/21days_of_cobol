      ******************************************************************
      * slcntry.cbl
      ******************************************************************
            SELECT COUNTRY-FILE
               ASSIGN TO "COUNTRY"
               ORGANIZATION IS INDEXED
               RECORD KEY IS COUNTRY-CODE
               ACCESS MODE IS DYNAMIC.
