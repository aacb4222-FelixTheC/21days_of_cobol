      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * NCOA/CASS response import - the companion to ncoaex01.cbl.
      * The service bureau returns every extract row with its
      * two-character match code and the corrected or forwarding
      * address appended:
      *   extract row(128) match-code(2) address-1(30) address-2(30)
      *   city(20) state(2) zip(10)
      * A row whose new address differs from the one we sent lands
      * on the review queue (fdncoa01.cbl) in "P" status for a clerk
      * to accept or reject in ncoarv01.cbl - the vendor master is
      * never touched from here. A later cycle's answer for the same
      * address replaces whatever is still queued. A row with no
      * new address (moved, left no forwarding address) cannot be
      * queued; it prints on the spooled import listing with the
      * vendors not on file, for the clerk to chase by phone.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ncoaim01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvnd02.cbl".
            COPY "slncoa01.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL NCOA-RESPONSE-FILE
               ASSIGN TO "NCOARSP"
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdncoa01.cbl".

            COPY "fdsplcat.cbl".

       FD   NCOA-RESPONSE-FILE
            LABEL RECORDS ARE STANDARD.
       01   NCOA-RESPONSE-RECORD          PIC X(222).

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

      * The response row - the extract columns as sent, then what
      * the bureau appended.
       01   RESPONSE-DETAIL-LINE.
            05 RESPONSE-VENDOR            PIC X(5).
            05 RESPONSE-ADDRESS-TYPE      PIC X(1).
            05 RESPONSE-NAME              PIC X(30).
            05 RESPONSE-OLD-ADDRESS.
               10 RESPONSE-OLD-ADDRESS-1  PIC X(30).
               10 RESPONSE-OLD-ADDRESS-2  PIC X(30).
               10 RESPONSE-OLD-CITY       PIC X(20).
               10 RESPONSE-OLD-STATE      PIC X(2).
               10 RESPONSE-OLD-ZIP        PIC X(10).
            05 RESPONSE-MATCH-CODE        PIC X(2).
            05 RESPONSE-NEW-ADDRESS.
               10 RESPONSE-NEW-ADDRESS-1  PIC X(30).
               10 RESPONSE-NEW-ADDRESS-2  PIC X(30).
               10 RESPONSE-NEW-CITY       PIC X(20).
               10 RESPONSE-NEW-STATE      PIC X(2).
               10 RESPONSE-NEW-ZIP        PIC X(10).

       77   RESPONSE-FILE-AT-END          PIC X.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   QUEUE-RECORD-FOUND            PIC X.
       77   RESPONSE-COUNT                PIC 9(5) VALUE ZERO.
       77   QUEUED-COUNT                  PIC 9(5) VALUE ZERO.
       77   UNCHANGED-COUNT               PIC 9(5) VALUE ZERO.
       77   EXCEPTION-COUNT               PIC 9(5) VALUE ZERO.
       77   PROCESS-DATE                  PIC 9(8).
       77   FOLLOW-UP-REASON              PIC X(30).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            ACCEPT PROCESS-DATE FROM DATE YYYYMMDD.

            MOVE "NCOA IMPORT - ADDRESSES NEEDING FOLLOW-UP"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

            MOVE "N" TO RESPONSE-FILE-AT-END.
            PERFORM PROCESS-ONE-RESPONSE
               UNTIL RESPONSE-FILE-AT-END = "Y".

            PERFORM LINE-FEED.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "QUEUED FOR REVIEW: " QUEUED-COUNT
               "   FOLLOW-UPS LISTED: " EXCEPTION-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            DISPLAY "RESPONSES READ:        " RESPONSE-COUNT.
            DISPLAY "QUEUED FOR REVIEW:     " QUEUED-COUNT.
            DISPLAY "ADDRESS UNCHANGED:     " UNCHANGED-COUNT.
            DISPLAY "FOLLOW-UPS LISTED:     " EXCEPTION-COUNT.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT VENDOR-FILE.
            OPEN I-O NCOA-QUEUE-FILE.
            OPEN INPUT NCOA-RESPONSE-FILE.
            MOVE "NCOAIM01" TO SPOOL-NAME-REPORT-ID.
            MOVE "NCOA IMPORT FOLLOW-UPS" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE VENDOR-FILE.
            CLOSE NCOA-QUEUE-FILE.
            CLOSE NCOA-RESPONSE-FILE.
            CLOSE PRINTER-FILE.

       PROCESS-ONE-RESPONSE.
            READ NCOA-RESPONSE-FILE
               AT END MOVE "Y" TO RESPONSE-FILE-AT-END.
            IF RESPONSE-FILE-AT-END NOT = "Y"
                MOVE NCOA-RESPONSE-RECORD TO RESPONSE-DETAIL-LINE
                ADD 1 TO RESPONSE-COUNT
                PERFORM SORT-OUT-ONE-RESPONSE.

       SORT-OUT-ONE-RESPONSE.
            IF RESPONSE-VENDOR IS NOT NUMERIC OR
                  (RESPONSE-ADDRESS-TYPE NOT = "A" AND
                   RESPONSE-ADDRESS-TYPE NOT = "R")
                DISPLAY "RESPONSE ROW WITH BAD KEY SKIPPED: "
                   RESPONSE-VENDOR RESPONSE-ADDRESS-TYPE
            ELSE
                MOVE RESPONSE-VENDOR TO VENDOR-NUMBER
                PERFORM READ-VENDOR-RECORD
                IF VENDOR-RECORD-FOUND = "N"
                    MOVE "VENDOR NOT ON FILE" TO FOLLOW-UP-REASON
                    PERFORM PRINT-FOLLOW-UP
                ELSE
                IF RESPONSE-NEW-ADDRESS = SPACES
                    MOVE "NO FORWARDING ADDRESS" TO FOLLOW-UP-REASON
                    PERFORM PRINT-FOLLOW-UP
                ELSE
                IF RESPONSE-NEW-ADDRESS = RESPONSE-OLD-ADDRESS
                    ADD 1 TO UNCHANGED-COUNT
                ELSE
                    PERFORM QUEUE-THE-CHANGE.

       QUEUE-THE-CHANGE.
            MOVE RESPONSE-VENDOR TO NCOA-VENDOR.
            MOVE RESPONSE-ADDRESS-TYPE TO NCOA-ADDRESS-TYPE.
            MOVE "Y" TO QUEUE-RECORD-FOUND.
            READ NCOA-QUEUE-FILE RECORD
               INVALID KEY
               MOVE "N" TO QUEUE-RECORD-FOUND.
            MOVE RESPONSE-MATCH-CODE TO NCOA-MATCH-CODE.
            MOVE RESPONSE-OLD-ADDRESS TO NCOA-OLD-ADDRESS.
            MOVE RESPONSE-NEW-ADDRESS TO NCOA-NEW-ADDRESS.
            MOVE PROCESS-DATE TO NCOA-IMPORT-DATE.
            MOVE "P" TO NCOA-STATUS.
            MOVE SPACES TO NCOA-REVIEWED-BY.
            MOVE ZEROES TO NCOA-REVIEWED-DATE.
            IF QUEUE-RECORD-FOUND = "Y"
                REWRITE NCOA-QUEUE-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING NCOA QUEUE RECORD"
            ELSE
                WRITE NCOA-QUEUE-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING NCOA QUEUE RECORD".
            ADD 1 TO QUEUED-COUNT.

      * The address as sent prints under the reason.
       PRINT-FOLLOW-UP.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "VENDOR " RESPONSE-VENDOR
               " " RESPONSE-ADDRESS-TYPE
               " CODE " RESPONSE-MATCH-CODE
               "  " FOLLOW-UP-REASON
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "   " RESPONSE-NAME
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "   " RESPONSE-OLD-ADDRESS-1
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "   " RESPONSE-OLD-CITY " " RESPONSE-OLD-STATE
               " " RESPONSE-OLD-ZIP
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            ADD 1 TO EXCEPTION-COUNT.

       READ-VENDOR-RECORD.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "plspool01.cbl".
