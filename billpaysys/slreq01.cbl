      ******************************************************************
      * slreq01.cbl
      ******************************************************************
            SELECT OPTIONAL REQUISITION-FILE
               ASSIGN TO "reqhdr"
               ORGANIZATION IS INDEXED
               RECORD KEY IS REQUISITION-NUMBER
               ACCESS MODE IS DYNAMIC.
