      ******************************************************************
      * slofaclg.cbl
      ******************************************************************
            SELECT OPTIONAL OFAC-LOG-FILE
               ASSIGN TO "ofaclog"
               ORGANIZATION IS LINE SEQUENTIAL.
