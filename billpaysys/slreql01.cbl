      ******************************************************************
      * slreql01.cbl
      ******************************************************************
            SELECT OPTIONAL REQUISITION-LINE-FILE
               ASSIGN TO "reqline"
               ORGANIZATION IS INDEXED
               RECORD KEY IS REQ-LINE-KEY
               ALTERNATE RECORD KEY
                   IS REQ-LINE-PO-NUMBER WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.
