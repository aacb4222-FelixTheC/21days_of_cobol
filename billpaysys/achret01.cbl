      * dual-control file (fdvndpnd.cbl) for a second operator to
      * approve in vndpnd01.cbl, because silently applied banking
      * changes are the fraud path the dual control exists to shut.
      *
      * A return file applied twice would void the same payments
      * twice, so the file is read through first and its
      * fingerprint - the first row, the row count and the sum of
      * the trace numbers - checked against the inbound file
      * history (plinbd01.cbl). A file already applied is refused
      * unless a control-level operator overrides.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. achret01.
            COPY "slcontrol.cbl".
            COPY "sljrnl01.cbl".
            COPY "slcmpny.cbl".
            COPY "slinbd01.cbl".

            SELECT OPTIONAL ACH-RETURN-FILE
               ASSIGN TO "ACHRET"
            COPY "fdcontrol.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdinbd01.cbl".

       FD   ACH-RETURN-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "wssignon01.cbl".
            COPY "wscase01.cbl".
            COPY "wsjrnl01.cbl".
            COPY "wsinbd01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            MOVE OPERATOR-ID TO JOURNAL-BY-OPERATOR.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM ACCEPT-RETURN-BANK-ACCOUNT.
            PERFORM FINGERPRINT-THE-RETURN-FILE.
            IF INBOUND-LOAD-OK = "Y"
                PERFORM APPLY-THE-RETURN-FILE.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       APPLY-THE-RETURN-FILE.
            MOVE "N" TO RETURN-FILE-AT-END.
            PERFORM READ-RETURN-RECORD.
            PERFORM PROCESS-ONE-RETURN-ROW

            DISPLAY "RETURNS REVERSED:   " RETURNS-PROCESSED.
            DISPLAY "NOC CHANGES QUEUED: " NOCS-QUEUED.

       OPENING-PROCEDURE.
            OPEN I-O VOUCHER-FILE.
               TO UPPER-ALPHA.
            PERFORM READ-BANK-ACCOUNT-RECORD.

      *--------------------------------
      * DUPLICATE-FILE GUARD
      *--------------------------------
       FINGERPRINT-THE-RETURN-FILE.
            MOVE "ACHRET" TO INBOUND-THIS-FILE.
            MOVE "ACHRET01" TO INBOUND-THIS-PROGRAM.
            MOVE OPERATOR-ID TO INBOUND-THIS-OPERATOR.
            MOVE SPACES TO INBOUND-FILE-HEADER.
            MOVE ZERO TO INBOUND-FILE-COUNT.
            MOVE ZERO TO INBOUND-FILE-HASH.
            MOVE "N" TO RETURN-FILE-AT-END.
            PERFORM READ-RETURN-RECORD.
            IF RETURN-FILE-AT-END NOT = "Y"
                MOVE ACH-RETURN-RECORD TO INBOUND-FILE-HEADER.
            PERFORM FINGERPRINT-ONE-RETURN-ROW
               UNTIL RETURN-FILE-AT-END = "Y".
            CLOSE ACH-RETURN-FILE.
            OPEN INPUT ACH-RETURN-FILE.
            PERFORM CHECK-THE-INBOUND-FILE.

       FINGERPRINT-ONE-RETURN-ROW.
            ADD 1 TO INBOUND-FILE-COUNT.
            MOVE SPACES TO ROW-TYPE
                           ROW-TRACE-X.
            UNSTRING ACH-RETURN-RECORD
               DELIMITED BY ","
               INTO ROW-TYPE
                    ROW-TRACE-X.
            IF ROW-TRACE-X IS NUMERIC
                MOVE ROW-TRACE-X TO CHECK-TO-VOID
                ADD CHECK-TO-VOID TO INBOUND-FILE-HASH.
            PERFORM READ-RETURN-RECORD.

      *--------------------------------
      * ONE ROW AT A TIME
      *--------------------------------
            MOVE BANK-ACCOUNT-RECORD TO JOURNAL-SAVED-BANK.

            COPY "plctllck.cbl".
            COPY "plinbd01.cbl".
            COPY "pljrnl01.cbl".
