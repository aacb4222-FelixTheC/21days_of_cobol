      ******************************************************************
      * slglrol01.cbl
      ******************************************************************
            SELECT GL-ROLLUP-FILE
               ASSIGN TO "glrollup"
               ORGANIZATION IS INDEXED
               RECORD KEY IS GLROL-CODE
               ACCESS MODE IS DYNAMIC.
