      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Broken reporting lines in the phone directory
      * (PHONE-SUPERVISOR-KEY, fdphone01.cbl), in three parts:
      *   1 - supervisor not in the directory - most often a manager
      *       who has left, with their people still pointing at them;
      *   2 - circular reporting lines - people whose chain of
      *       supervisors comes back round to themselves, each loop
      *       printed once, in order, from its first name on file;
      *   3 - people whose chain runs up into one of those loops and
      *       so never reaches the top.
      * Everyone in parts 2 and 3 is missing from the org chart
      * (phnorg01.cbl) under their real manager, and the people in
      * part 2 are off the call tree (phntre01.cbl) altogether. The
      * fixes go in through phnmnt01.cbl or the HR extract.
      * Spooled as PHNBRK01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. phnbrk01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slphone01.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdphone01.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".
            COPY "wsphorg01.cbl".

       77   CHAIN-AT                      PIC 9(4).
       77   CHAIN-STEPS                   PIC 9(4).
       77   LOOP-IS-FIRST                 PIC X.
       77   MISSING-COUNT                 PIC 9(4) VALUE ZERO.
       77   LOOP-COUNT                    PIC 9(4) VALUE ZERO.
       77   IN-LOOP-COUNT                 PIC 9(4) VALUE ZERO.
       77   INTO-LOOP-COUNT               PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.

            MOVE "BROKEN REPORTING LINES" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

            PERFORM LOAD-THE-ORG-TABLE.

            MOVE "1 - SUPERVISOR NOT IN THE DIRECTORY"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM CHECK-ONE-MISSING-LINK
               VARYING ORG-INDEX FROM 1 BY 1
               UNTIL ORG-INDEX > ORG-COUNT.
            PERFORM LINE-FEED.

            MOVE "2 - CIRCULAR REPORTING LINES" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM CHECK-ONE-LOOP
               VARYING ORG-INDEX FROM 1 BY 1
               UNTIL ORG-INDEX > ORG-COUNT.
            PERFORM LINE-FEED.

            MOVE "3 - CHAIN RUNS INTO A CIRCULAR LINE"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM CHECK-ONE-CHAIN-INTO-LOOP
               VARYING ORG-INDEX FROM 1 BY 1
               UNTIL ORG-INDEX > ORG-COUNT.
            PERFORM LINE-FEED.

            PERFORM PRINT-TOTALS.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT PHONE-FILE.
            MOVE "PHNBRK01" TO SPOOL-NAME-REPORT-ID.
            MOVE "BROKEN REPORTING LINES" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE PHONE-FILE.
            CLOSE PRINTER-FILE.

      *--------------------------------
      * 1 - SUPERVISOR NOT ON FILE
      *--------------------------------
       CHECK-ONE-MISSING-LINK.
            IF ORG-LINK-MISSING (ORG-INDEX)
                PERFORM PRINT-THE-PERSON
                MOVE SPACES TO PRINTER-RECORD
                STRING "      REPORTS TO " DELIMITED BY SIZE
                   ORG-SUPERVISOR-FIRST (ORG-INDEX) DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   ORG-SUPERVISOR-LAST (ORG-INDEX) DELIMITED BY "  "
                   " - NOT IN THE DIRECTORY" DELIMITED BY SIZE
                   INTO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER
                ADD 1 TO MISSING-COUNT.

      *--------------------------------
      * 2 - LOOPS
      *--------------------------------
      * The chain above an entry is climbed until it reaches the
      * top (position zero), comes back to the entry, or has taken
      * more steps than there are people - which can only mean it
      * went round a loop the entry is not part of.
       CLIMB-THE-CHAIN.
            MOVE ORG-SUPERVISOR-INDEX (ORG-INDEX) TO CHAIN-AT.
            MOVE ZERO TO CHAIN-STEPS.
            PERFORM CLIMB-ONE-LINK
               UNTIL CHAIN-AT = ZERO OR
                     CHAIN-AT = ORG-INDEX OR
                     CHAIN-STEPS > ORG-COUNT.

       CLIMB-ONE-LINK.
            MOVE ORG-SUPERVISOR-INDEX (CHAIN-AT) TO CHAIN-AT.
            ADD 1 TO CHAIN-STEPS.

      * A loop is printed from the member first in name order, so
      * it shows up once however many people are in it.
       CHECK-ONE-LOOP.
            IF ORG-LINK-OK (ORG-INDEX)
                PERFORM CLIMB-THE-CHAIN
                IF CHAIN-AT = ORG-INDEX
                    ADD 1 TO IN-LOOP-COUNT
                    PERFORM CHECK-LOOP-IS-FIRST
                    IF LOOP-IS-FIRST = "Y"
                        PERFORM PRINT-THE-LOOP.

       CHECK-LOOP-IS-FIRST.
            MOVE "Y" TO LOOP-IS-FIRST.
            MOVE ORG-SUPERVISOR-INDEX (ORG-INDEX) TO CHAIN-AT.
            PERFORM CHECK-ONE-LOOP-MEMBER
               UNTIL CHAIN-AT = ORG-INDEX.

       CHECK-ONE-LOOP-MEMBER.
            IF CHAIN-AT < ORG-INDEX
                MOVE "N" TO LOOP-IS-FIRST.
            MOVE ORG-SUPERVISOR-INDEX (CHAIN-AT) TO CHAIN-AT.

       PRINT-THE-LOOP.
            ADD 1 TO LOOP-COUNT.
            PERFORM PRINT-THE-PERSON.
            MOVE ORG-SUPERVISOR-INDEX (ORG-INDEX) TO CHAIN-AT.
            PERFORM PRINT-ONE-LOOP-LINK
               UNTIL CHAIN-AT = ORG-INDEX.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "      REPORTS TO " DELIMITED BY SIZE
               ORG-FIRST-NAME (ORG-INDEX) DELIMITED BY "  "
               " " DELIMITED BY SIZE
               ORG-LAST-NAME (ORG-INDEX) DELIMITED BY "  "
               " AGAIN" DELIMITED BY SIZE
               INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

       PRINT-ONE-LOOP-LINK.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "      REPORTS TO " DELIMITED BY SIZE
               ORG-FIRST-NAME (CHAIN-AT) DELIMITED BY "  "
               " " DELIMITED BY SIZE
               ORG-LAST-NAME (CHAIN-AT) DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               ORG-DEPARTMENT (CHAIN-AT) DELIMITED BY "  "
               INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE ORG-SUPERVISOR-INDEX (CHAIN-AT) TO CHAIN-AT.

      *--------------------------------
      * 3 - CHAINS INTO A LOOP
      *--------------------------------
       CHECK-ONE-CHAIN-INTO-LOOP.
            IF ORG-LINK-OK (ORG-INDEX)
                PERFORM CLIMB-THE-CHAIN
                IF CHAIN-AT NOT = ZERO AND
                      CHAIN-AT NOT = ORG-INDEX
                    PERFORM PRINT-THE-PERSON
                    ADD 1 TO INTO-LOOP-COUNT.

      *--------------------------------
      * PRINTING
      *--------------------------------
       PRINT-THE-PERSON.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "  " DELIMITED BY SIZE
               ORG-FIRST-NAME (ORG-INDEX) DELIMITED BY "  "
               " " DELIMITED BY SIZE
               ORG-LAST-NAME (ORG-INDEX) DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               ORG-DEPARTMENT (ORG-INDEX) DELIMITED BY "  "
               INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PRINT-TOTALS.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "DIRECTORY ENTRIES READ:          " ORG-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "1 - SUPERVISOR NOT IN DIRECTORY: " MISSING-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "2 - CIRCULAR LINES:              " LOOP-COUNT
               "  (" IN-LOOP-COUNT " PEOPLE)"
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "3 - CHAIN RUNS INTO A LOOP:      " INTO-LOOP-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF ORG-OVERFLOW = "Y"
                MOVE "** DIRECTORY ENTRIES PAST 2000 NOT CHECKED **"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            DISPLAY "SUPERVISORS NOT IN DIRECTORY: " MISSING-COUNT.
            DISPLAY "CIRCULAR REPORTING LINES:     " LOOP-COUNT.
            DISPLAY "CHAINS RUNNING INTO A LOOP:   " INTO-LOOP-COUNT.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "plphorg01.cbl".
            COPY "plspool01.cbl".
