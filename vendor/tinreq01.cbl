       FILE-CONTROL.

            COPY "slvnd02.cbl".
            COPY "slxmit01.cbl".

            SELECT OPTIONAL TIN-REQUEST-FILE
               ASSIGN TO "TINREQ"
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdxmit01.cbl".

       FD   TIN-REQUEST-FILE
            LABEL RECORDS ARE STANDARD.
            DISPLAY "TIN MATCH REQUEST ROWS WRITTEN: " ROW-COUNT.
            CLOSE VENDOR-FILE.
            CLOSE TIN-REQUEST-FILE.
            IF ROW-COUNT NOT = ZERO
                PERFORM REGISTER-THE-REQUEST-FILE.

       PROGRAM-DONE.
            GOBACK.
       READ-NEXT-VENDOR-RECORD.
            READ VENDOR-FILE NEXT RECORD
               AT END MOVE "Y" TO VENDOR-FILE-AT-END.

      * No money in the file - the row count is the control.
       REGISTER-THE-REQUEST-FILE.
            MOVE "TINREQ" TO XMIT-FILE-NAME.
            MOVE "TINREQ01" TO XMIT-PROGRAM.
            MOVE "BATCH" TO XMIT-BUILT-BY.
            MOVE ROW-COUNT TO XMIT-RECORD-COUNT.
            MOVE ZERO TO XMIT-HASH-TOTAL.
            PERFORM REGISTER-THE-TRANSMISSION.

            COPY "plxmit01.cbl".
