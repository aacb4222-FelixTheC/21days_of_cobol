      ******************************************************************
      * slutlu01.cbl
      ******************************************************************
            SELECT UTILITY-USAGE-FILE
               ASSIGN TO "utlusage"
               ORGANIZATION IS INDEXED
               RECORD KEY IS UTLU-VOUCHER
               ALTERNATE RECORD KEY
                   IS UTLU-HISTORY-KEY WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.
