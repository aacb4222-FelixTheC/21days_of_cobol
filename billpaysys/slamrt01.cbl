      ******************************************************************
      * slamrt01.cbl
      ******************************************************************
            SELECT AMORTIZATION-FILE
               ASSIGN TO "prepamrt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS AMRT-KEY
               ACCESS MODE IS DYNAMIC.
