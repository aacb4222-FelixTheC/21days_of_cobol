      ******************************************************************
      * sldist01.cbl
      ******************************************************************
            SELECT OPTIONAL REPORT-DISTRIBUTION-FILE
               ASSIGN TO "rptdist"
               ORGANIZATION IS INDEXED
               RECORD KEY IS RDIST-KEY
               ACCESS MODE IS DYNAMIC.
