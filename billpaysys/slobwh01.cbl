      ******************************************************************
      * slobwh01.cbl
      * Old withholding ledger - kept only so the one-time
      * conversion program (bwhcnv01.cbl) has something to read
      * from.
      ******************************************************************
            SELECT OLD-WITHHOLDING-FILE
               ASSIGN TO "oldbwh"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OLD-BWH-KEY
               ACCESS MODE IS DYNAMIC.
