      ******************************************************************
      * slvadj01.cbl
      ******************************************************************
            SELECT VOUCHER-ADJUSTMENT-FILE
               ASSIGN TO "vchadj"
               ORGANIZATION IS INDEXED
               RECORD KEY IS VADJ-KEY
               ALTERNATE RECORD KEY
                   IS VADJ-OPERATOR WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.
