      * Segments used: ISA (sender), BIG (date, invoice, PO), TDS
      * (total, implied two decimals), SE (end of invoice). All
      * other segments pass through unexamined.
      *
      * The interchange is read through once before anything
      * stages. Its fingerprint - the ISA06 sender and ISA13
      * control number off the first ISA, the segment count and the
      * TDS dollar total - is checked against the inbound file
      * history (plinbd01.cbl); an interchange already translated is
      * refused unless a control-level operator overrides.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. edimp01.
            COPY "sledistg.cbl".
            COPY "slvouch.cbl".
            COPY "slpo01.cbl".
            COPY "sloperator.cbl".
            COPY "slinbd01.cbl".

            SELECT OPTIONAL EDI-INPUT-FILE
               ASSIGN TO "EDI810IN"
            COPY "fdedistg.cbl".
            COPY "fdvouch.cbl".
            COPY "fdpo01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdinbd01.cbl".

       FD   EDI-INPUT-FILE
            LABEL RECORDS ARE STANDARD.
       77   MATCHED-COUNT                 PIC 9(4) VALUE ZERO.
       77   EXCEPTION-COUNT               PIC 9(4) VALUE ZERO.

            COPY "wscase01.cbl".
            COPY "wsinbd01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM FIND-THE-HIGH-STAGING-NUMBER.
            PERFORM FINGERPRINT-THE-INTERCHANGE.
            IF INBOUND-LOAD-OK = "Y"
                PERFORM TRANSLATE-THE-INTERCHANGE.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       TRANSLATE-THE-INTERCHANGE.
            MOVE "N" TO EDI-FILE-AT-END.
            PERFORM TRANSLATE-ONE-SEGMENT
               UNTIL EDI-FILE-AT-END = "Y".
                PERFORM STAGE-AS-EXCEPTION.
            DISPLAY "INVOICES MATCHED CLEAN: " MATCHED-COUNT.
            DISPLAY "INVOICES IN EXCEPTION:  " EXCEPTION-COUNT.

       OPENING-PROCEDURE.
            OPEN INPUT EDI-INPUT-FILE.
            OPEN I-O EDI-STAGING-FILE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT PURCHASE-ORDER-FILE.
            OPEN INPUT OPERATOR-FILE.

       CLOSING-PROCEDURE.
            CLOSE EDI-INPUT-FILE.
            CLOSE EDI-STAGING-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE PURCHASE-ORDER-FILE.
            CLOSE OPERATOR-FILE.

       FIND-THE-HIGH-STAGING-NUMBER.
            MOVE "N" TO STAGING-FILE-AT-END.
                IF STAGING-NUMBER > NEXT-STAGING-NUMBER
                    MOVE STAGING-NUMBER TO NEXT-STAGING-NUMBER.

      *--------------------------------
      * DUPLICATE-INTERCHANGE GUARD
      *--------------------------------
      * The ISA segment is fixed width, so ISA06 (the sender) sits
      * in columns 36-50 and ISA13 (the control number) in 91-99 of
      * the first one. No one signs on to the translator; the load
      * is logged to BATCH.
       FINGERPRINT-THE-INTERCHANGE.
            MOVE "EDI810IN" TO INBOUND-THIS-FILE.
            MOVE "EDIMP01" TO INBOUND-THIS-PROGRAM.
            MOVE "BATCH" TO INBOUND-THIS-OPERATOR.
            MOVE SPACES TO INBOUND-FILE-HEADER.
            MOVE ZERO TO INBOUND-FILE-COUNT.
            MOVE ZERO TO INBOUND-FILE-HASH.
            MOVE "N" TO EDI-FILE-AT-END.
            PERFORM FINGERPRINT-ONE-SEGMENT
               UNTIL EDI-FILE-AT-END = "Y".
            CLOSE EDI-INPUT-FILE.
            OPEN INPUT EDI-INPUT-FILE.
            PERFORM CHECK-THE-INBOUND-FILE.

       FINGERPRINT-ONE-SEGMENT.
            READ EDI-INPUT-FILE
               AT END MOVE "Y" TO EDI-FILE-AT-END.
            IF EDI-FILE-AT-END NOT = "Y"
                PERFORM FINGERPRINT-THE-SEGMENT.

       FINGERPRINT-THE-SEGMENT.
            ADD 1 TO INBOUND-FILE-COUNT.
            IF EDI-INPUT-RECORD (1 : 3) = "ISA" AND
                  INBOUND-FILE-HEADER = SPACES
                STRING EDI-INPUT-RECORD (36 : 15)
                       EDI-INPUT-RECORD (91 : 9)
                   DELIMITED BY SIZE
                   INTO INBOUND-FILE-HEADER.
            PERFORM SPLIT-THE-SEGMENT.
            IF SEG-ID = "TDS"
                COMPUTE INBOUND-FILE-HASH = INBOUND-FILE-HASH +
                   FUNCTION NUMVAL (SEG-EL-01) / 100.

      *--------------------------------
      * SEGMENT DISPATCH
      *--------------------------------
               INVALID KEY
               DISPLAY "ERROR WRITING STAGING RECORD".
            MOVE "N" TO PENDING-INVOICE.

            COPY "plinbd01.cbl".
