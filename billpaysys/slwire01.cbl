      ******************************************************************
      * slwire01.cbl
      ******************************************************************
            SELECT WIRE-REQUEST-FILE
               ASSIGN TO "wirereq"
               ORGANIZATION IS INDEXED
               RECORD KEY IS WIRE-NUMBER
               ACCESS MODE IS DYNAMIC.
