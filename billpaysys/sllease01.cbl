      ******************************************************************
      * sllease01.cbl
      ******************************************************************
            SELECT LEASE-FILE
               ASSIGN TO "leasemst"
               ORGANIZATION IS INDEXED
               RECORD KEY IS LEASE-NUMBER
               ACCESS MODE IS DYNAMIC.
