      *
      * HR-extract synchronization for the phone directory - applies
      * the weekly comma-delimited feed HR drops:
      *    action,last-name,first-name,number,extension,department,
      *    supervisor-last-name,supervisor-first-name
      * ACTION is A (add), C (change), or D (delete), keyed through
      * the same PHONE-NAME-KEY logic phnmnt01.cbl uses. Rows that
      * do not line up with the file - a change or delete for
      * someone not on file, an add for someone already there - go
      * on the exception report instead of being applied, and the
      * closing counts prove the directory against HR's totals.
      * The supervisor columns are carried onto the entry as they
      * stand - HR may add a manager later in the same feed than
      * the people reporting to them - and are left blank for
      * someone at the top; phnbrk01.cbl reports any link that
      * does not resolve once the feed is in.
      *
      * The extract is read through first and its fingerprint - the
      * first row and the row count; the feed carries no dollars -
      * checked against the inbound file history (plinbd01.cbl). A
      * week's feed already applied is refused unless a
      * control-level operator overrides.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. phnsyn01.
       FILE-CONTROL.

            COPY "slphone01.cbl".
            COPY "sloperator.cbl".
            COPY "slinbd01.cbl".

            SELECT OPTIONAL HR-EXTRACT-FILE
               ASSIGN TO "HREXTRCT"
       DATA DIVISION.
       FILE SECTION.
            COPY "fdphone01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdinbd01.cbl".

       FD   HR-EXTRACT-FILE
            LABEL RECORDS ARE STANDARD.
       77   SYNC-NUMBER                   PIC X(15).
       77   SYNC-EXTENSION                PIC X(5).
       77   SYNC-DEPARTMENT               PIC X(10).
       77   SYNC-SUPERVISOR-LAST          PIC X(20).
       77   SYNC-SUPERVISOR-FIRST         PIC X(20).

       77   ROWS-READ                     PIC 9(5) VALUE ZERO.
       77   ADDS-APPLIED                  PIC 9(5) VALUE ZERO.
       77   UPPER-ALPHA                   PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

            COPY "wsinbd01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

            PERFORM FINGERPRINT-THE-EXTRACT.
            IF INBOUND-LOAD-OK = "Y"
                PERFORM APPLY-THE-EXTRACT
            ELSE
                MOVE "HR EXTRACT ALREADY APPLIED - REFUSED"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       APPLY-THE-EXTRACT.
            PERFORM READ-EXTRACT-RECORD.
            PERFORM APPLY-ONE-ROW
               UNTIL EXTRACT-FILE-AT-END = "Y".
            DISPLAY "CHANGES APPLIED:   " CHANGES-APPLIED.
            DISPLAY "DELETES APPLIED:   " DELETES-APPLIED.
            DISPLAY "ROWS REJECTED:     " ROWS-REJECTED.

       OPENING-PROCEDURE.
            OPEN I-O PHONE-FILE.
            OPEN INPUT HR-EXTRACT-FILE.
            OPEN INPUT OPERATOR-FILE.
            MOVE "PHNSYN01" TO SPOOL-NAME-REPORT-ID.
            MOVE "HR SYNC EXCEPTION REPORT" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
       CLOSING-PROCEDURE.
            CLOSE PHONE-FILE.
            CLOSE HR-EXTRACT-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE PRINTER-FILE.

      *--------------------------------
      * DUPLICATE-EXTRACT GUARD
      *--------------------------------
      * No one signs on to the sync; the load is logged to BATCH.
       FINGERPRINT-THE-EXTRACT.
            MOVE "HREXTRCT" TO INBOUND-THIS-FILE.
            MOVE "PHNSYN01" TO INBOUND-THIS-PROGRAM.
            MOVE "BATCH" TO INBOUND-THIS-OPERATOR.
            MOVE SPACES TO INBOUND-FILE-HEADER.
            MOVE ZERO TO INBOUND-FILE-COUNT.
            MOVE ZERO TO INBOUND-FILE-HASH.
            PERFORM READ-EXTRACT-RECORD.
            IF EXTRACT-FILE-AT-END NOT = "Y"
                MOVE HR-EXTRACT-RECORD TO INBOUND-FILE-HEADER.
            PERFORM FINGERPRINT-ONE-EXTRACT-ROW
               UNTIL EXTRACT-FILE-AT-END = "Y".
            CLOSE HR-EXTRACT-FILE.
            OPEN INPUT HR-EXTRACT-FILE.
            PERFORM CHECK-THE-INBOUND-FILE.

       FINGERPRINT-ONE-EXTRACT-ROW.
            ADD 1 TO INBOUND-FILE-COUNT.
            PERFORM READ-EXTRACT-RECORD.

      *--------------------------------
      * ONE EXTRACT ROW
      *--------------------------------
                           SYNC-FIRST-NAME
                           SYNC-NUMBER
                           SYNC-EXTENSION
                           SYNC-DEPARTMENT
                           SYNC-SUPERVISOR-LAST
                           SYNC-SUPERVISOR-FIRST.
            UNSTRING HR-EXTRACT-RECORD DELIMITED BY ","
               INTO SYNC-ACTION
                    SYNC-LAST-NAME
                    SYNC-FIRST-NAME
                    SYNC-NUMBER
                    SYNC-EXTENSION
                    SYNC-DEPARTMENT
                    SYNC-SUPERVISOR-LAST
                    SYNC-SUPERVISOR-FIRST.
            INSPECT SYNC-ACTION
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            INSPECT SYNC-LAST-NAME
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            INSPECT SYNC-DEPARTMENT
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            INSPECT SYNC-SUPERVISOR-LAST
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            INSPECT SYNC-SUPERVISOR-FIRST
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       LOOK-UP-THE-PERSON.
            MOVE SYNC-LAST-NAME TO PHONE-LAST-NAME.
            MOVE SYNC-NUMBER TO PHONE-NUMBER.
            MOVE SYNC-EXTENSION TO PHONE-EXTENSION.
            MOVE SYNC-DEPARTMENT TO PHONE-DEPARTMENT.
            MOVE SYNC-SUPERVISOR-LAST TO PHONE-SUPERVISOR-LAST.
            MOVE SYNC-SUPERVISOR-FIRST TO PHONE-SUPERVISOR-FIRST.
            WRITE PHONE-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING PHONE RECORD".
            MOVE SYNC-NUMBER TO PHONE-NUMBER.
            MOVE SYNC-EXTENSION TO PHONE-EXTENSION.
            MOVE SYNC-DEPARTMENT TO PHONE-DEPARTMENT.
            MOVE SYNC-SUPERVISOR-LAST TO PHONE-SUPERVISOR-LAST.
            MOVE SYNC-SUPERVISOR-FIRST TO PHONE-SUPERVISOR-FIRST.
            REWRITE PHONE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PHONE RECORD".
            PERFORM WRITE-TO-PRINTER.

            COPY "plspool01.cbl".
            COPY "plinbd01.cbl".
