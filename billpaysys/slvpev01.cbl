      ******************************************************************
      * slvpev01.cbl
      ******************************************************************
            SELECT OPTIONAL VENDOR-EVENT-FILE
               ASSIGN TO "vndevent"
               ORGANIZATION IS LINE SEQUENTIAL.
