      ******************************************************************
      * slgltie01.cbl
      ******************************************************************
            SELECT GL-TIEOUT-FILE
               ASSIGN TO "gltieout"
               ORGANIZATION IS INDEXED
               RECORD KEY IS GLTIE-KEY
               ACCESS MODE IS DYNAMIC.
