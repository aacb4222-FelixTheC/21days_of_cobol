      ******************************************************************
      * slrtnml01.cbl
      ******************************************************************
            SELECT RETURNED-MAIL-FILE
               ASSIGN TO "rtnmail"
               ORGANIZATION IS INDEXED
               RECORD KEY IS RETURNED-KEY
               ACCESS MODE IS DYNAMIC.
