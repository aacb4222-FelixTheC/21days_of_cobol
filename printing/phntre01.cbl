      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Emergency call tree from the phone directory's reporting
      * lines (PHONE-SUPERVISOR-KEY, fdphone01.cbl). The whole
      * company is printed as one indented tree with every number
      * and extension - whoever starts the tree calls the people
      * indented one level beneath them, and each manager in turn
      * calls their own direct reports. The tree starts from each
      * person with no supervisor, and from anyone whose supervisor
      * has left the directory, so nobody is dropped for a broken
      * link; people caught in a circular reporting line are listed
      * at the end to be called directly. Spooled as PHNTRE01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. phntre01.
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

       77   ROOT-INDEX                    PIC 9(4).
       77   NAME-POSITION                 PIC 9(3).
       77   TREE-COUNT                    PIC 9(4) VALUE ZERO.
       77   UNPLACED-COUNT                PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.

            MOVE "EMERGENCY CALL TREE" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE "EACH PERSON CALLS THE NAMES INDENTED ONE LEVEL BELOW"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE "THEM, UP TO THE NEXT NAME AT THEIR OWN LEVEL."
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

            PERFORM LOAD-THE-ORG-TABLE.
            MOVE SPACES TO ORG-TREE-DEPARTMENT.
            PERFORM CALL-FROM-ONE-ROOT
               VARYING ROOT-INDEX FROM 1 BY 1
               UNTIL ROOT-INDEX > ORG-COUNT.

            PERFORM LINE-FEED.
            MOVE "NOT ON THE TREE - CIRCULAR REPORTING LINE, CALL"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE "DIRECTLY:" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LIST-ONE-UNPLACED
               VARYING ORG-INDEX FROM 1 BY 1
               UNTIL ORG-INDEX > ORG-COUNT.
            PERFORM LINE-FEED.

            MOVE SPACES TO PRINTER-RECORD.
            STRING "TREES STARTED: " TREE-COUNT
               "   PEOPLE: " ORG-COUNT
               "   CALLED DIRECTLY: " UNPLACED-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF ORG-OVERFLOW = "Y"
                MOVE "** DIRECTORY ENTRIES PAST 2000 NOT ON THE TREE **"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT PHONE-FILE.
            MOVE "PHNTRE01" TO SPOOL-NAME-REPORT-ID.
            MOVE "EMERGENCY CALL TREE" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE PHONE-FILE.
            CLOSE PRINTER-FILE.

      *--------------------------------
      * THE TREE
      *--------------------------------
       CALL-FROM-ONE-ROOT.
            IF NOT ORG-LINK-OK (ROOT-INDEX)
                ADD 1 TO TREE-COUNT
                MOVE ROOT-INDEX TO ORG-INDEX
                MOVE 1 TO ORG-NODE-DEPTH
                PERFORM PRINT-ONE-PERSON
                PERFORM START-THE-TREE
                PERFORM NEXT-IN-THE-TREE
                PERFORM PRINT-AND-WALK-ON
                   UNTIL ORG-DEPTH = 0
                PERFORM LINE-FEED.

       PRINT-AND-WALK-ON.
            IF ORG-NODE-FOUND = "Y"
                PERFORM PRINT-ONE-PERSON.
            PERFORM NEXT-IN-THE-TREE.

       LIST-ONE-UNPLACED.
            IF ORG-PRINTED (ORG-INDEX) = "N"
                MOVE 2 TO ORG-NODE-DEPTH
                PERFORM PRINT-ONE-PERSON
                ADD 1 TO UNPLACED-COUNT.

      * Two columns of indent a level, to at most 30; the number
      * and extension start at column 52.
       PRINT-ONE-PERSON.
            MOVE SPACES TO PRINTER-RECORD.
            COMPUTE NAME-POSITION = (ORG-NODE-DEPTH * 2) - 1.
            IF NAME-POSITION > 30
                MOVE 30 TO NAME-POSITION.
            STRING ORG-FIRST-NAME (ORG-INDEX) DELIMITED BY "  "
               " " DELIMITED BY SIZE
               ORG-LAST-NAME (ORG-INDEX) DELIMITED BY "  "
               INTO PRINTER-RECORD
               WITH POINTER NAME-POSITION.
            MOVE ORG-NUMBER (ORG-INDEX) TO PRINTER-RECORD (52:15).
            IF ORG-EXTENSION (ORG-INDEX) NOT = SPACES
                MOVE "X" TO PRINTER-RECORD (68:1)
                MOVE ORG-EXTENSION (ORG-INDEX)
                   TO PRINTER-RECORD (69:5).
            PERFORM WRITE-TO-PRINTER.
            MOVE "Y" TO ORG-PRINTED (ORG-INDEX).

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
