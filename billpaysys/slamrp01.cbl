      ******************************************************************
      * slamrp01.cbl
      ******************************************************************
            SELECT AMORTIZATION-POSTING-FILE
               ASSIGN TO "prepapst"
               ORGANIZATION IS INDEXED
               RECORD KEY IS AMRP-KEY
               ACCESS MODE IS DYNAMIC.
