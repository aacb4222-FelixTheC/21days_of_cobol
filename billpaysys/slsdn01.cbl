      ******************************************************************
      * slsdn01.cbl
      ******************************************************************
            SELECT SDN-FILE
               ASSIGN TO "sdnlist"
               ORGANIZATION IS INDEXED
               RECORD KEY IS SDN-KEY
               ACCESS MODE IS DYNAMIC.
