      ******************************************************************
      * slutla01.cbl
      ******************************************************************
            SELECT UTILITY-ACCOUNT-FILE
               ASSIGN TO "utlacct"
               ORGANIZATION IS INDEXED
               RECORD KEY IS UTLA-KEY
               ACCESS MODE IS DYNAMIC.
