      ******************************************************************
      * slvndreq.cbl
      ******************************************************************
            SELECT VENDOR-REQUEST-FILE
               ASSIGN TO "vndreq"
               ORGANIZATION IS INDEXED
               RECORD KEY IS VNDREQ-NUMBER
               ACCESS MODE IS DYNAMIC.
