      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Org chart from the phone directory - department by
      * department, each person indented under the supervisor they
      * report to (PHONE-SUPERVISOR-KEY, fdphone01.cbl), with the
      * extension alongside. Within a department the chart starts
      * from everyone whose supervisor is outside it: the head of
      * the department, who is shown with the name they report up
      * to, and anyone at the top of the company or whose
      * supervisor is no longer in the directory. People caught in
      * a circular reporting line cannot be placed and are listed
      * at the foot of their department - phnbrk01.cbl shows the
      * loop. Spooled as PHNORG01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. phnorg01.
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

       77   CURRENT-DEPARTMENT            PIC X(10).
       77   NEXT-DEPARTMENT               PIC X(10).
       77   DEPARTMENT-FOUND              PIC X.
       77   DEPARTMENT-HEADCOUNT          PIC 9(4).
       77   ROOT-INDEX                    PIC 9(4).
       77   IS-A-ROOT                     PIC X.
       77   NAME-POSITION                 PIC 9(3).
       77   UNPLACED-COUNT                PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.

            MOVE "ORGANIZATION CHART BY DEPARTMENT" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

            PERFORM LOAD-THE-ORG-TABLE.
            MOVE LOW-VALUES TO CURRENT-DEPARTMENT.
            PERFORM FIND-THE-NEXT-DEPARTMENT.
            PERFORM CHART-ONE-DEPARTMENT
               UNTIL DEPARTMENT-FOUND = "N".

            MOVE SPACES TO PRINTER-RECORD.
            STRING "PEOPLE CHARTED: " ORG-COUNT
               "   NOT PLACED: " UNPLACED-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF ORG-OVERFLOW = "Y"
                MOVE "** DIRECTORY ENTRIES PAST 2000 NOT CHARTED **"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT PHONE-FILE.
            MOVE "PHNORG01" TO SPOOL-NAME-REPORT-ID.
            MOVE "ORGANIZATION CHART" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE PHONE-FILE.
            CLOSE PRINTER-FILE.

      *--------------------------------
      * DEPARTMENTS IN ORDER
      *--------------------------------
      * The next department name above CURRENT-DEPARTMENT on the
      * table; a blank department comes first.
       FIND-THE-NEXT-DEPARTMENT.
            MOVE "N" TO DEPARTMENT-FOUND.
            MOVE HIGH-VALUES TO NEXT-DEPARTMENT.
            PERFORM CHECK-ONE-DEPARTMENT
               VARYING ORG-INDEX FROM 1 BY 1
               UNTIL ORG-INDEX > ORG-COUNT.
            IF DEPARTMENT-FOUND = "Y"
                MOVE NEXT-DEPARTMENT TO CURRENT-DEPARTMENT.

       CHECK-ONE-DEPARTMENT.
            IF ORG-DEPARTMENT (ORG-INDEX) > CURRENT-DEPARTMENT AND
                  ORG-DEPARTMENT (ORG-INDEX) < NEXT-DEPARTMENT
                MOVE ORG-DEPARTMENT (ORG-INDEX) TO NEXT-DEPARTMENT
                MOVE "Y" TO DEPARTMENT-FOUND.

      *--------------------------------
      * ONE DEPARTMENT
      *--------------------------------
       CHART-ONE-DEPARTMENT.
            MOVE ZERO TO DEPARTMENT-HEADCOUNT.
            PERFORM COUNT-ONE-MEMBER
               VARYING ORG-INDEX FROM 1 BY 1
               UNTIL ORG-INDEX > ORG-COUNT.
            MOVE SPACES TO PRINTER-RECORD.
            IF CURRENT-DEPARTMENT = SPACES
                STRING "DEPARTMENT: (NONE GIVEN)   HEADCOUNT "
                   DEPARTMENT-HEADCOUNT
                   DELIMITED BY SIZE INTO PRINTER-RECORD
            ELSE
                STRING "DEPARTMENT: " CURRENT-DEPARTMENT
                   "   HEADCOUNT " DEPARTMENT-HEADCOUNT
                   DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE CURRENT-DEPARTMENT TO ORG-TREE-DEPARTMENT.
            PERFORM CHART-FROM-ONE-ROOT
               VARYING ROOT-INDEX FROM 1 BY 1
               UNTIL ROOT-INDEX > ORG-COUNT.
            PERFORM LIST-ONE-UNPLACED
               VARYING ORG-INDEX FROM 1 BY 1
               UNTIL ORG-INDEX > ORG-COUNT.
            PERFORM LINE-FEED.
            PERFORM FIND-THE-NEXT-DEPARTMENT.

       COUNT-ONE-MEMBER.
            IF ORG-DEPARTMENT (ORG-INDEX) = CURRENT-DEPARTMENT
                ADD 1 TO DEPARTMENT-HEADCOUNT.

      * A root is a member of the department whose supervisor is
      * not - none named, not on file, or in another department.
       CHART-FROM-ONE-ROOT.
            MOVE "N" TO IS-A-ROOT.
            IF ORG-DEPARTMENT (ROOT-INDEX) = CURRENT-DEPARTMENT
                IF NOT ORG-LINK-OK (ROOT-INDEX)
                    MOVE "Y" TO IS-A-ROOT
                ELSE
                    MOVE ORG-SUPERVISOR-INDEX (ROOT-INDEX)
                       TO ORG-FOUND
                    IF ORG-DEPARTMENT (ORG-FOUND) NOT =
                          CURRENT-DEPARTMENT
                        MOVE "Y" TO IS-A-ROOT.
            IF IS-A-ROOT = "Y"
                MOVE ROOT-INDEX TO ORG-INDEX
                MOVE 1 TO ORG-NODE-DEPTH
                PERFORM PRINT-ONE-PERSON
                PERFORM PRINT-THE-OUTSIDE-LINK
                PERFORM START-THE-TREE
                PERFORM NEXT-IN-THE-TREE
                PERFORM PRINT-AND-WALK-ON
                   UNTIL ORG-DEPTH = 0.

       PRINT-AND-WALK-ON.
            IF ORG-NODE-FOUND = "Y"
                PERFORM PRINT-ONE-PERSON.
            PERFORM NEXT-IN-THE-TREE.

       PRINT-THE-OUTSIDE-LINK.
            MOVE SPACES TO PRINTER-RECORD.
            IF ORG-LINK-OK (ORG-INDEX)
                MOVE ORG-SUPERVISOR-INDEX (ORG-INDEX) TO ORG-FOUND
                STRING "    (REPORTS TO " DELIMITED BY SIZE
                   ORG-FIRST-NAME (ORG-FOUND) DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   ORG-LAST-NAME (ORG-FOUND) DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   ORG-DEPARTMENT (ORG-FOUND) DELIMITED BY "  "
                   ")" DELIMITED BY SIZE
                   INTO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            IF ORG-LINK-MISSING (ORG-INDEX)
                STRING "    (SUPERVISOR " DELIMITED BY SIZE
                   ORG-SUPERVISOR-FIRST (ORG-INDEX) DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   ORG-SUPERVISOR-LAST (ORG-INDEX) DELIMITED BY "  "
                   " NOT IN THE DIRECTORY)" DELIMITED BY SIZE
                   INTO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

       LIST-ONE-UNPLACED.
            IF ORG-DEPARTMENT (ORG-INDEX) = CURRENT-DEPARTMENT AND
                  ORG-PRINTED (ORG-INDEX) = "N"
                MOVE SPACES TO PRINTER-RECORD
                STRING "  ** NOT PLACED - CIRCULAR REPORTING LINE: "
                   DELIMITED BY SIZE
                   ORG-FIRST-NAME (ORG-INDEX) DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   ORG-LAST-NAME (ORG-INDEX) DELIMITED BY "  "
                   INTO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER
                ADD 1 TO UNPLACED-COUNT.

      * Two columns of indent a level, to at most 40; the extension
      * sits at column 70.
       PRINT-ONE-PERSON.
            MOVE SPACES TO PRINTER-RECORD.
            COMPUTE NAME-POSITION = (ORG-NODE-DEPTH * 2) - 1.
            IF NAME-POSITION > 40
                MOVE 40 TO NAME-POSITION.
            STRING ORG-FIRST-NAME (ORG-INDEX) DELIMITED BY "  "
               " " DELIMITED BY SIZE
               ORG-LAST-NAME (ORG-INDEX) DELIMITED BY "  "
               INTO PRINTER-RECORD
               WITH POINTER NAME-POSITION.
            IF ORG-EXTENSION (ORG-INDEX) NOT = SPACES
                MOVE "X" TO PRINTER-RECORD (69:1)
                MOVE ORG-EXTENSION (ORG-INDEX)
                   TO PRINTER-RECORD (70:5).
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
