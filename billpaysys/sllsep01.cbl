      ******************************************************************
      * sllsep01.cbl
      ******************************************************************
            SELECT LEASE-POSTING-FILE
               ASSIGN TO "leasepst"
               ORGANIZATION IS INDEXED
               RECORD KEY IS LSEP-KEY
               ACCESS MODE IS DYNAMIC.
