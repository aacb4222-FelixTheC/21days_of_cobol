      ******************************************************************
      * slpcf01.cbl
      ******************************************************************
            SELECT OPTIONAL PETTY-CASH-FUND-FILE
               ASSIGN TO "pcfund"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PCFUND-NUMBER
               ACCESS MODE IS DYNAMIC.
