      * (date CCYYMMDD, amount implied two decimals - the vchbch01
      * conventions). The operator keys the statement date; a
      * statement date that already has rows staged refuses to load
      * again, so a rerun can never double the statement. The file
      * itself is fingerprinted too - first row, row count, dollar
      * total - against the inbound file history (plinbd01.cbl), so
      * the same statement keyed under a second date is refused
      * unless a control-level operator overrides.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pcimp01.
       FILE-CONTROL.

            COPY "slpcard01.cbl".
            COPY "sloperator.cbl".
            COPY "slinbd01.cbl".

            SELECT OPTIONAL IMPORT-FILE
               ASSIGN TO "PCARDIN"
       DATA DIVISION.
       FILE SECTION.
            COPY "fdpcard01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdinbd01.cbl".

       FD   IMPORT-FILE
            LABEL RECORDS ARE STANDARD.

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsinbd01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
                DISPLAY "THAT STATEMENT DATE IS ALREADY STAGED -"
                DISPLAY "NOTHING LOADED"
            ELSE
                PERFORM FINGERPRINT-THE-STATEMENT
                IF INBOUND-LOAD-OK = "Y"
                    PERFORM LOAD-THE-STATEMENT.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
       OPENING-PROCEDURE.
            OPEN I-O PCARD-FILE.
            OPEN INPUT IMPORT-FILE.
            OPEN INPUT OPERATOR-FILE.

       CLOSING-PROCEDURE.
            CLOSE PCARD-FILE.
            CLOSE IMPORT-FILE.
            CLOSE OPERATOR-FILE.

       ACCEPT-STATEMENT-DATE.
            MOVE "N" TO ZERO-DATE-IS-OK.
            END-READ.
            MOVE DATE-CCYYMMDD TO PCARD-STATEMENT-DATE.

      * No one signs on to the import; the load is logged to BATCH.
       FINGERPRINT-THE-STATEMENT.
            MOVE "PCARDIN" TO INBOUND-THIS-FILE.
            MOVE "PCIMP01" TO INBOUND-THIS-PROGRAM.
            MOVE "BATCH" TO INBOUND-THIS-OPERATOR.
            MOVE SPACES TO INBOUND-FILE-HEADER.
            MOVE ZERO TO INBOUND-FILE-COUNT.
            MOVE ZERO TO INBOUND-FILE-HASH.
            MOVE "N" TO IMPORT-FILE-AT-END.
            PERFORM READ-IMPORT-RECORD.
            IF IMPORT-FILE-AT-END NOT = "Y"
                MOVE IMPORT-RECORD TO INBOUND-FILE-HEADER.
            PERFORM FINGERPRINT-ONE-ROW
               UNTIL IMPORT-FILE-AT-END = "Y".
            CLOSE IMPORT-FILE.
            OPEN INPUT IMPORT-FILE.
            PERFORM CHECK-THE-INBOUND-FILE.

       FINGERPRINT-ONE-ROW.
            ADD 1 TO INBOUND-FILE-COUNT.
            MOVE SPACES TO WORK-DATE-X
                           WORK-CARDHOLDER
                           WORK-MERCHANT
                           WORK-AMOUNT-X.
            UNSTRING IMPORT-RECORD
               DELIMITED BY ","
               INTO WORK-DATE-X
                    WORK-CARDHOLDER
                    WORK-MERCHANT
                    WORK-AMOUNT-X.
            IF FUNCTION TEST-NUMVAL (WORK-AMOUNT-X) = 0
                COMPUTE INBOUND-FILE-HASH = INBOUND-FILE-HASH +
                   FUNCTION NUMVAL (WORK-AMOUNT-X) / 100.
            PERFORM READ-IMPORT-RECORD.

       LOAD-THE-STATEMENT.
            MOVE ZERO TO NEXT-SEQUENCE.
            MOVE "N" TO IMPORT-FILE-AT-END.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plinbd01.cbl".
