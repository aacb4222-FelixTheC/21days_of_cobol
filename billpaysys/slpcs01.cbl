      ******************************************************************
      * slpcs01.cbl
      ******************************************************************
            SELECT OPTIONAL PETTY-CASH-SLIP-FILE
               ASSIGN TO "pcslip"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PCSLIP-KEY
               ACCESS MODE IS DYNAMIC.
