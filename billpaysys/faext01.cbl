
            COPY "slasset.cbl".
            COPY "slvouch.cbl".
            COPY "slxmit01.cbl".

            SELECT OPTIONAL FA-EXTRACT-FILE
               ASSIGN TO "FAEXTRACT"
       FILE SECTION.
            COPY "fdasset.cbl".
            COPY "fdvouch.cbl".
            COPY "fdxmit01.cbl".

       FD   FA-EXTRACT-FILE
            LABEL RECORDS ARE STANDARD.
       77   EXTRACT-COMPANY               PIC 9 VALUE 1.
       77   TODAY-DATE                    PIC 9(8).
       77   EXTRACTED-COUNT               PIC 9(5) VALUE ZERO.
       77   EXTRACTED-TOTAL               PIC S9(11)V99 VALUE ZERO.
       77   AMOUNT-IN-CENTS               PIC 9(9).
       77   TOTAL-FIELD                   PIC ZZZ,ZZZ,ZZ9.99-.


            PERFORM PRINT-THE-RECONCILIATION.
            PERFORM CLOSING-PROCEDURE.
            IF EXTRACTED-COUNT NOT = ZERO
                PERFORM REGISTER-THE-EXTRACT.

       PROGRAM-DONE.
            GOBACK.
               INVALID KEY
               DISPLAY "ERROR REWRITING ASSET DETAIL".
            ADD 1 TO EXTRACTED-COUNT.
            ADD ASSET-AMOUNT TO EXTRACTED-TOTAL.
            PERFORM ADD-TO-FA-GL-TABLE.

       ADD-TO-FA-GL-TABLE.
            MOVE FAGL-AMOUNT (GL-INDEX) TO TOTAL-FIELD.
            DISPLAY "  " FAGL-CODE (GL-INDEX) " " TOTAL-FIELD.

       REGISTER-THE-EXTRACT.
            MOVE "FAEXTRACT" TO XMIT-FILE-NAME.
            MOVE "FAEXT01" TO XMIT-PROGRAM.
            MOVE "BATCH" TO XMIT-BUILT-BY.
            MOVE EXTRACTED-COUNT TO XMIT-RECORD-COUNT.
            MOVE EXTRACTED-TOTAL TO XMIT-HASH-TOTAL.
            PERFORM REGISTER-THE-TRANSMISSION.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plxmit01.cbl".
