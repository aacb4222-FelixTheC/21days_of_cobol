      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Morning transmission exception list over the outbound
      * transmission log (fdxmit01.cbl) - every file that has not
      * finished its trip:
      *   BUILT, NOT SENT     - registered by its producing program
      *                         but never marked sent in xmtmnt01;
      *   SENT, NO ANSWER     - gone out, but the receiver's
      *                         acceptance or rejection is not on
      *                         record;
      *   REJECTED, NOT REBUILT - the receiver turned it back and no
      *                         later build of the same file has
      *                         been registered since.
      * Each line carries the file's age in days from the build (or
      * from the sending, for the unanswered), with the record
      * count and hash total to check against the receiver's
      * confirmation. The log is read once per section in key
      * order - file name, then build stamp - so a file's
      * rebuild always follows its rejection.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. xmtexc01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slxmit01.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdxmit01.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

       01   TITLE-LINE.
            05 FILLER                     PIC X(20) VALUE SPACE.
            05 FILLER                     PIC X(30)
               VALUE "TRANSMISSION EXCEPTION LIST".
            05 FILLER                     PIC X(6)  VALUE "AS OF ".
            05 PRINT-TODAY                PIC Z9/99/9999.

       01   SECTION-LINE.
            05 PRINT-SECTION-NAME         PIC X(40).

       01   COLUMN-LINE.
            05 FILLER                     PIC X(40)
               VALUE "FILE       BUILT      TIME  PROGRAM  BY ".
            05 FILLER                     PIC X(40)
               VALUE "        RECORDS  HASH TOTAL     AGE".

       01   DETAIL-LINE.
            05 PRINT-FILE-NAME            PIC X(10).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-BUILT-DATE           PIC Z9/99/9999.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-BUILT-TIME           PIC 99B99.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-PROGRAM              PIC X(8).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-BUILT-BY             PIC X(10).
            05 PRINT-RECORD-COUNT         PIC ZZZZ,ZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-HASH-TOTAL           PIC ZZ,ZZZ,ZZ9.99-.
            05 PRINT-AGE                  PIC ZZZZ9.

       01   REFERENCE-LINE.
            05 FILLER                     PIC X(12) VALUE SPACE.
            05 PRINT-REFERENCE-LABEL      PIC X(14).
            05 PRINT-REFERENCE            PIC X(30).
            05 FILLER                     PIC X(4)  VALUE " ON ".
            05 PRINT-REFERENCE-DATE       PIC Z9/99/9999.

       01   TOTAL-LINE.
            05 FILLER                     PIC X(12) VALUE SPACE.
            05 PRINT-TOTAL-COUNT          PIC ZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-TOTAL-LABEL          PIC X(40).

       77   LOG-AT-END                    PIC X.
       77   LISTING-STATUS                PIC X.
       77   SECTION-COUNT                 PIC 9(4).
       77   TODAY-DATE                    PIC 9(8).
       77   AGE-FROM-DATE                 PIC 9(8).
       77   AGE-DAYS                      PIC 9(5).

      * A rejection waits here until the next record shows whether
      * the same file has been built again since.
       77   REJECTED-ON-HOLD              PIC X.
       01   REJECTED-RECORD               PIC X(131).
       01   CURRENT-LOG-RECORD            PIC X(131).

            COPY "wsdate02.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM PRINT-THE-HEADINGS.

            MOVE "BUILT, NOT SENT" TO PRINT-SECTION-NAME.
            MOVE "B" TO LISTING-STATUS.
            PERFORM LIST-ONE-SECTION.
            MOVE "SENT, NO ANSWER FROM THE RECEIVER"
               TO PRINT-SECTION-NAME.
            MOVE "S" TO LISTING-STATUS.
            PERFORM LIST-ONE-SECTION.
            MOVE "REJECTED, NOT YET REBUILT" TO PRINT-SECTION-NAME.
            MOVE "R" TO LISTING-STATUS.
            PERFORM LIST-ONE-SECTION.

            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT TRANSMISSION-LOG-FILE.
            MOVE "XMTEXC01" TO SPOOL-NAME-REPORT-ID.
            MOVE "TRANSMISSION EXCEPTIONS" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE TRANSMISSION-LOG-FILE.
            CLOSE PRINTER-FILE.

       PRINT-THE-HEADINGS.
            MOVE TODAY-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-TODAY.
            MOVE TITLE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * ONE SECTION
      *--------------------------------
       LIST-ONE-SECTION.
            PERFORM LINE-FEED.
            MOVE SECTION-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE ZERO TO SECTION-COUNT.
            MOVE "N" TO REJECTED-ON-HOLD.
            MOVE "N" TO LOG-AT-END.
            MOVE LOW-VALUES TO XMIT-KEY.
            START TRANSMISSION-LOG-FILE
               KEY IS NOT LESS THAN XMIT-KEY
               INVALID KEY
               MOVE "Y" TO LOG-AT-END.
            IF LOG-AT-END NOT = "Y"
                PERFORM READ-NEXT-LOG-RECORD.
            PERFORM TEST-ONE-TRANSMISSION
               UNTIL LOG-AT-END = "Y".
            IF REJECTED-ON-HOLD = "Y"
                PERFORM PRINT-THE-REJECTION.
            PERFORM PRINT-SECTION-TOTAL.

       TEST-ONE-TRANSMISSION.
            IF LISTING-STATUS = "R"
                PERFORM TEST-FOR-A-REBUILD.
            IF XMIT-STATUS = LISTING-STATUS
                PERFORM LIST-THE-TRANSMISSION.
            PERFORM READ-NEXT-LOG-RECORD.

      * A later record for the same file is its rebuild, whatever
      * became of it; a different file means the held rejection
      * was the last word on its own.
       TEST-FOR-A-REBUILD.
            IF REJECTED-ON-HOLD = "Y"
                IF XMIT-FILE-NAME = REJECTED-RECORD (1 : 10)
                    MOVE "N" TO REJECTED-ON-HOLD
                ELSE
                    MOVE "N" TO REJECTED-ON-HOLD
                    PERFORM PRINT-THE-REJECTION.

       LIST-THE-TRANSMISSION.
            IF XMIT-STATUS-REJECTED
                MOVE TRANSMISSION-LOG-RECORD TO REJECTED-RECORD
                MOVE "Y" TO REJECTED-ON-HOLD
            ELSE
                PERFORM PRINT-THE-TRANSMISSION.

      * The held rejection is printed from its own copy, then the
      * record just read is put back for the rest of the test.
       PRINT-THE-REJECTION.
            MOVE TRANSMISSION-LOG-RECORD TO CURRENT-LOG-RECORD.
            MOVE REJECTED-RECORD TO TRANSMISSION-LOG-RECORD.
            PERFORM PRINT-THE-TRANSMISSION.
            MOVE CURRENT-LOG-RECORD TO TRANSMISSION-LOG-RECORD.

       PRINT-THE-TRANSMISSION.
            MOVE SPACE TO DETAIL-LINE.
            MOVE XMIT-FILE-NAME TO PRINT-FILE-NAME.
            MOVE XMIT-BUILT-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-BUILT-DATE.
            MOVE XMIT-BUILT-TIME (1 : 4) TO PRINT-BUILT-TIME.
            MOVE XMIT-PROGRAM TO PRINT-PROGRAM.
            MOVE XMIT-BUILT-BY TO PRINT-BUILT-BY.
            MOVE XMIT-RECORD-COUNT TO PRINT-RECORD-COUNT.
            MOVE XMIT-HASH-TOTAL TO PRINT-HASH-TOTAL.
            IF XMIT-STATUS-BUILT
                MOVE XMIT-BUILT-DATE TO AGE-FROM-DATE
            ELSE
                MOVE XMIT-SENT-DATE TO AGE-FROM-DATE.
            MOVE ZERO TO AGE-DAYS.
            IF AGE-FROM-DATE NOT = ZEROES AND
                  AGE-FROM-DATE < TODAY-DATE
                COMPUTE AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (TODAY-DATE) -
                   FUNCTION INTEGER-OF-DATE (AGE-FROM-DATE).
            MOVE AGE-DAYS TO PRINT-AGE.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF NOT XMIT-STATUS-BUILT
                PERFORM PRINT-THE-REFERENCE.
            ADD 1 TO SECTION-COUNT.

       PRINT-THE-REFERENCE.
            MOVE SPACE TO REFERENCE-LINE.
            IF XMIT-STATUS-SENT
                MOVE "SENT BY" TO PRINT-REFERENCE-LABEL
                MOVE XMIT-SENT-BY TO PRINT-REFERENCE
                MOVE XMIT-SENT-DATE TO DATE-CCYYMMDD
            ELSE
                MOVE "REJECTED -" TO PRINT-REFERENCE-LABEL
                MOVE XMIT-ANSWER-REFERENCE TO PRINT-REFERENCE
                MOVE XMIT-ANSWER-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-REFERENCE-DATE.
            MOVE REFERENCE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PRINT-SECTION-TOTAL.
            MOVE SPACE TO TOTAL-LINE.
            IF SECTION-COUNT = ZERO
                MOVE "NONE" TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER
            ELSE
                MOVE SECTION-COUNT TO PRINT-TOTAL-COUNT
                MOVE "FILE(S) WAITING" TO PRINT-TOTAL-LABEL
                MOVE TOTAL-LINE TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       READ-NEXT-LOG-RECORD.
            READ TRANSMISSION-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO LOG-AT-END.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "dtfmt01.cbl".

            COPY "plspool01.cbl".
