      * never kept for us.
      *   1. IMPORT - lands the bank's exception file (PPEXCPIN,
      *      comma-delimited: account,check,amount,date,reason -
      *      amount implied two decimals) on fdppx01.cbl. The
      *      file is first fingerprinted against the inbound file
      *      history (plinbd01.cbl) and refused if it was already
      *      imported, unless a control-level operator overrides.
      *   2. DECIDE - each undecided exception is shown against
      *      its check-register record. A check we show VOID is
      *      flagged loudly - that is the likely fraud. Pay or
            COPY "slaudit01.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".
            COPY "slxmit01.cbl".
            COPY "slinbd01.cbl".

            SELECT OPTIONAL EXCEPTION-INPUT-FILE
               ASSIGN TO "PPEXCPIN"
            COPY "fdaudit01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdxmit01.cbl".
            COPY "fdinbd01.cbl".

       FD   EXCEPTION-INPUT-FILE
            LABEL RECORDS ARE STANDARD.
       77   IMPORTED-COUNT                PIC 9(4).
       77   DECIDED-COUNT                 PIC 9(4).
       77   EXPORTED-COUNT                PIC 9(4).
       77   EXPORTED-HASH                 PIC S9(11)V99.
       77   UNDECIDED-COUNT               PIC 9(4).
       77   TODAY-DATE                    PIC 9(8).
       77   AMOUNT-FIELD                  PIC ZZZ,ZZZ,ZZ9.99-.

            COPY "wssignon01.cbl".
            COPY "wscase01.cbl".
            COPY "wsinbd01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       IMPORT-MODE.
            MOVE ZERO TO IMPORTED-COUNT.
            OPEN INPUT EXCEPTION-INPUT-FILE.
            PERFORM FINGERPRINT-THE-EXCEPTIONS.
            MOVE "N" TO INPUT-FILE-AT-END.
            IF INBOUND-LOAD-OK = "Y"
                PERFORM IMPORT-ONE-EXCEPTION
                   UNTIL INPUT-FILE-AT-END = "Y".
            CLOSE EXCEPTION-INPUT-FILE.
            DISPLAY "EXCEPTIONS IMPORTED: " IMPORTED-COUNT.

                IF EXCEPTION-INPUT-RECORD NOT = SPACES
                    PERFORM LAND-ONE-EXCEPTION.

      * The whole file is read once for its fingerprint - first
      * row, row count, presented-dollar total - before a single
      * exception lands.
       FINGERPRINT-THE-EXCEPTIONS.
            MOVE "PPEXCPIN" TO INBOUND-THIS-FILE.
            MOVE "POSPAY01" TO INBOUND-THIS-PROGRAM.
            MOVE OPERATOR-ID TO INBOUND-THIS-OPERATOR.
            MOVE SPACES TO INBOUND-FILE-HEADER.
            MOVE ZERO TO INBOUND-FILE-COUNT.
            MOVE ZERO TO INBOUND-FILE-HASH.
            MOVE "N" TO INPUT-FILE-AT-END.
            PERFORM FINGERPRINT-ONE-EXCEPTION
               UNTIL INPUT-FILE-AT-END = "Y".
            CLOSE EXCEPTION-INPUT-FILE.
            OPEN INPUT EXCEPTION-INPUT-FILE.
            PERFORM CHECK-THE-INBOUND-FILE.

       FINGERPRINT-ONE-EXCEPTION.
            READ EXCEPTION-INPUT-FILE
               AT END MOVE "Y" TO INPUT-FILE-AT-END.
            IF INPUT-FILE-AT-END NOT = "Y"
                IF EXCEPTION-INPUT-RECORD NOT = SPACES
                    PERFORM FINGERPRINT-THE-ROW.

       FINGERPRINT-THE-ROW.
            IF INBOUND-FILE-COUNT = ZERO
                MOVE EXCEPTION-INPUT-RECORD TO INBOUND-FILE-HEADER.
            ADD 1 TO INBOUND-FILE-COUNT.
            MOVE SPACES TO IMPORT-ACCOUNT-FIELD
                           IMPORT-CHECK-FIELD
                           IMPORT-AMOUNT-FIELD.
            UNSTRING EXCEPTION-INPUT-RECORD DELIMITED BY ","
               INTO IMPORT-ACCOUNT-FIELD
                    IMPORT-CHECK-FIELD
                    IMPORT-AMOUNT-FIELD.
            COMPUTE INBOUND-FILE-HASH = INBOUND-FILE-HASH +
               FUNCTION NUMVAL (IMPORT-AMOUNT-FIELD) / 100.

       LAND-ONE-EXCEPTION.
            MOVE SPACES TO IMPORT-ACCOUNT-FIELD
                           IMPORT-CHECK-FIELD
      *--------------------------------
       EXPORT-MODE.
            MOVE ZERO TO EXPORTED-COUNT.
            MOVE ZERO TO EXPORTED-HASH.
            OPEN OUTPUT DECISION-OUTPUT-FILE.
            CLOSE POSPAY-EXCEPTION-FILE.
            OPEN I-O POSPAY-EXCEPTION-FILE.
               UNTIL EXCEPTION-FILE-AT-END = "Y".
            CLOSE DECISION-OUTPUT-FILE.
            DISPLAY "DECISIONS EXPORTED: " EXPORTED-COUNT.
            IF EXPORTED-COUNT NOT = ZERO
                PERFORM REGISTER-THE-DECISIONS.

      * The file carries no amounts; the hash is the presented
      * amounts of the checks decided, for matching the bank's
      * confirmation.
       REGISTER-THE-DECISIONS.
            MOVE "PPDECOUT" TO XMIT-FILE-NAME.
            MOVE "POSPAY01" TO XMIT-PROGRAM.
            MOVE OPERATOR-ID TO XMIT-BUILT-BY.
            MOVE EXPORTED-COUNT TO XMIT-RECORD-COUNT.
            MOVE EXPORTED-HASH TO XMIT-HASH-TOTAL.
            PERFORM REGISTER-THE-TRANSMISSION.

       EXPORT-ONE-DECISION.
            READ POSPAY-EXCEPTION-FILE NEXT RECORD
                       INVALID KEY
                       DISPLAY "ERROR REWRITING EXCEPTION RECORD"
                    END-REWRITE
                    ADD EXCEPTION-PRESENTED-AMOUNT TO EXPORTED-HASH
                    ADD 1 TO EXPORTED-COUNT.

      *--------------------------------
                       " CHECK " EXCEPTION-CHECK-NO
                       " FOR " AMOUNT-FIELD
                       " RECEIVED " EXCEPTION-RECEIVED-DATE.

            COPY "plxmit01.cbl".
            COPY "plinbd01.cbl".
