      ******************************************************************
      * slopsnp01.cbl
      ******************************************************************
            SELECT OPEN-SNAPSHOT-FILE
               ASSIGN TO "opensnap"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OPSNP-KEY
               ACCESS MODE IS DYNAMIC.
