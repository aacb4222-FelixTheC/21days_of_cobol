      ******************************************************************
      * slinbd01.cbl
      ******************************************************************
            SELECT OPTIONAL INBOUND-HISTORY-FILE
               ASSIGN TO "inbdhist"
               ORGANIZATION IS INDEXED
               RECORD KEY IS INBOUND-KEY
               ALTERNATE RECORD KEY
                   IS INBOUND-FINGERPRINT WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.
