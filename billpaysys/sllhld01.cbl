      ******************************************************************
      * sllhld01.cbl
      ******************************************************************
            SELECT LEGAL-HOLD-FILE
               ASSIGN TO "legalhld"
               ORGANIZATION IS INDEXED
               RECORD KEY IS LHLD-KEY
               ALTERNATE RECORD KEY
                   IS LHLD-MATTER WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.
