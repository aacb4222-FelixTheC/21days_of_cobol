      ******************************************************************
      * slcall01.cbl
      ******************************************************************
            SELECT OPTIONAL CALL-LOG-FILE
               ASSIGN TO "vndcall"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CALL-KEY
               ALTERNATE RECORD KEY
                   IS CALL-VENDOR WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.
