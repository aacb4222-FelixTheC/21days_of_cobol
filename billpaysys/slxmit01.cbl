      ******************************************************************
      * slxmit01.cbl
      ******************************************************************
            SELECT OPTIONAL TRANSMISSION-LOG-FILE
               ASSIGN TO "xmitlog"
               ORGANIZATION IS INDEXED
               RECORD KEY IS XMIT-KEY
               ACCESS MODE IS DYNAMIC.
