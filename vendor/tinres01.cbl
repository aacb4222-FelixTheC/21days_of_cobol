      * account field the request carried), and the exceptions print
      * on a spooled list so they can be fixed before the January
      * vnd1099e.cbl transmission instead of after the penalties.
      *
      * The response file is read through first and its fingerprint
      * - the first row, the row count and the sum of the vendor
      * account numbers - checked against the inbound file history
      * (plinbd01.cbl); a response already posted is refused unless
      * a control-level operator overrides.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tinres01.

            COPY "slvnd02.cbl".
            COPY "sljrnl01.cbl".
            COPY "sloperator.cbl".
            COPY "slinbd01.cbl".

            COPY "slsplcat.cbl".

       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdinbd01.cbl".

            COPY "fdsplcat.cbl".

       77   PROCESS-DATE                  PIC 9(8).

            COPY "wsjrnl01.cbl".
            COPY "wsmask01.cbl".
            COPY "wscase01.cbl".
            COPY "wsinbd01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

            PERFORM FINGERPRINT-THE-RESPONSES.
            IF INBOUND-LOAD-OK = "Y"
                PERFORM POST-THE-RESPONSES
            ELSE
                MOVE "RESPONSE FILE ALREADY POSTED - REFUSED"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       POST-THE-RESPONSES.
            MOVE "N" TO RESPONSE-FILE-AT-END.
            PERFORM PROCESS-ONE-RESPONSE
               UNTIL RESPONSE-FILE-AT-END = "Y".

            DISPLAY "RESPONSES PROCESSED: " RESPONSE-COUNT.
            DISPLAY "EXCEPTIONS FOUND:    " EXCEPTION-COUNT.

       OPENING-PROCEDURE.
            OPEN I-O VENDOR-FILE.
            OPEN INPUT TIN-RESPONSE-FILE.
            OPEN INPUT OPERATOR-FILE.
            OPEN EXTEND JOURNAL-FILE.
            MOVE "TINRES01" TO JOURNAL-PROGRAM-NAME.
            MOVE "TINRES01" TO SPOOL-NAME-REPORT-ID.
       CLOSING-PROCEDURE.
            CLOSE VENDOR-FILE.
            CLOSE TIN-RESPONSE-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE JOURNAL-FILE.
            CLOSE PRINTER-FILE.

      * No one signs on to this run; the load is logged to BATCH.
       FINGERPRINT-THE-RESPONSES.
            MOVE "TINRSP" TO INBOUND-THIS-FILE.
            MOVE "TINRES01" TO INBOUND-THIS-PROGRAM.
            MOVE "BATCH" TO INBOUND-THIS-OPERATOR.
            MOVE SPACES TO INBOUND-FILE-HEADER.
            MOVE ZERO TO INBOUND-FILE-COUNT.
            MOVE ZERO TO INBOUND-FILE-HASH.
            MOVE "N" TO RESPONSE-FILE-AT-END.
            PERFORM FINGERPRINT-ONE-RESPONSE
               UNTIL RESPONSE-FILE-AT-END = "Y".
            CLOSE TIN-RESPONSE-FILE.
            OPEN INPUT TIN-RESPONSE-FILE.
            PERFORM CHECK-THE-INBOUND-FILE.

       FINGERPRINT-ONE-RESPONSE.
            READ TIN-RESPONSE-FILE
               AT END MOVE "Y" TO RESPONSE-FILE-AT-END.
            IF RESPONSE-FILE-AT-END NOT = "Y"
                PERFORM FINGERPRINT-THE-RESPONSE.

       FINGERPRINT-THE-RESPONSE.
            IF INBOUND-FILE-COUNT = ZERO
                MOVE TIN-RESPONSE-RECORD TO INBOUND-FILE-HEADER.
            ADD 1 TO INBOUND-FILE-COUNT.
            MOVE TIN-RESPONSE-RECORD TO RESPONSE-DETAIL-LINE.
            IF RESPONSE-ACCOUNT IS NUMERIC
                MOVE RESPONSE-ACCOUNT TO VENDOR-NUMBER
                ADD VENDOR-NUMBER TO INBOUND-FILE-HASH.

       PROCESS-ONE-RESPONSE.
            READ TIN-RESPONSE-FILE
               AT END MOVE "Y" TO RESPONSE-FILE-AT-END.
            MOVE SPACE TO EXCEPTION-LINE.
            MOVE VENDOR-NUMBER TO PRINT-VENDOR-NUMBER.
            MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
      * No one signs on to this run, so the exception list shows
      * the tax id masked to its last four digits.
            MOVE VENDOR-TAX-ID TO SENSITIVE-VALUE.
            PERFORM MASK-SENSITIVE-VALUE.
            MOVE SENSITIVE-SHOWN TO PRINT-TAX-ID.
            MOVE VENDOR-TIN-MATCH-CODE TO PRINT-MATCH-CODE.
            MOVE EXCEPTION-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM WRITE-TO-PRINTER.

            COPY "pljrnl01.cbl".
            COPY "plmask01.cbl".
            COPY "plspool01.cbl".
            COPY "plinbd01.cbl".
