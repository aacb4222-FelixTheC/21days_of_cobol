      ******************************************************************
      * slofac01.cbl
      ******************************************************************
            SELECT OFAC-HIT-FILE
               ASSIGN TO "ofachit"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OFAC-HIT-KEY
               ACCESS MODE IS DYNAMIC.
