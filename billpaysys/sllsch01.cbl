      ******************************************************************
      * sllsch01.cbl
      ******************************************************************
            SELECT LEASE-SCHEDULE-FILE
               ASSIGN TO "leasesch"
               ORGANIZATION IS INDEXED
               RECORD KEY IS LSCH-KEY
               ACCESS MODE IS DYNAMIC.
