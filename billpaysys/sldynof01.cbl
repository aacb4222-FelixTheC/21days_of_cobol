      ******************************************************************
      * sldynof01.cbl
      ******************************************************************
            SELECT DYNAMIC-OFFER-FILE
               ASSIGN TO "dynoffer"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OFFER-VOUCHER
               ACCESS MODE IS DYNAMIC.
