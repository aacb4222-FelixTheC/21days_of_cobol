            ACCEPT AUDIT-TIME FROM TIME.
            PERFORM ASSIGN-AUDIT-SEQUENCE.
            MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
            MOVE SPACES TO AUDIT-SOURCE.
            WRITE VENDOR-AUDIT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING AUDIT RECORD".
