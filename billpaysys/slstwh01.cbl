      ******************************************************************
      * slstwh01.cbl
      ******************************************************************
            SELECT STATE-WITHHOLDING-FILE
               ASSIGN TO "stwhtab"
               ORGANIZATION IS INDEXED
               RECORD KEY IS STWH-STATE
               ACCESS MODE IS DYNAMIC.
