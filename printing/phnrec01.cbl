      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Phone directory to PBX reconciliation. The PBX's extension-
      * assignment extract (PBXEXT) is comma-delimited, one
      * assigned extension per row:
      *    extension,last-name,first-name
      * and is held against the directory (fdphone01.cbl) in three
      * parts:
      *   1 - extensions the PBX has assigned that no one in the
      *       directory carries;
      *   2 - directory entries whose extension the PBX has not
      *       assigned, or has assigned to someone else;
      *   3 - extensions two names in the directory share.
      * Names are matched in upper case, as phnsyn01 files them.
      * The report (spooled as PHNREC01) changes nothing - the
      * fixes go in through phnmnt01 or the PBX.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. phnrec01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slphone01.cbl".

            SELECT OPTIONAL PBX-EXTRACT-FILE
               ASSIGN TO "PBXEXT"
               ORGANIZATION IS LINE SEQUENTIAL.

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdphone01.cbl".

       FD   PBX-EXTRACT-FILE
            LABEL RECORDS ARE STANDARD.
       01   PBX-EXTRACT-RECORD            PIC X(100).

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

       01   PBX-TABLE.
            05 PBX-ENTRY                  OCCURS 2000 TIMES.
               10 PBX-EXTENSION           PIC X(5).
               10 PBX-LAST-NAME           PIC X(20).
               10 PBX-FIRST-NAME          PIC X(20).
       77   PBX-COUNT                     PIC 9(4) VALUE ZERO.
       77   PBX-INDEX                     PIC 9(4).
       77   PBX-FOUND                     PIC 9(4).
       77   PBX-OVERFLOW                  PIC X VALUE "N".

       01   DIRECTORY-TABLE.
            05 DIRECTORY-ENTRY            OCCURS 2000 TIMES.
               10 DIRECTORY-EXTENSION     PIC X(5).
               10 DIRECTORY-LAST-NAME     PIC X(20).
               10 DIRECTORY-FIRST-NAME    PIC X(20).
       77   DIRECTORY-COUNT               PIC 9(4) VALUE ZERO.
       77   DIRECTORY-INDEX               PIC 9(4).
       77   OTHER-INDEX                   PIC 9(4).
       77   DIRECTORY-FOUND               PIC 9(4).
       77   DIRECTORY-OVERFLOW            PIC X VALUE "N".

       77   EXTRACT-FILE-AT-END           PIC X.
       77   PHONE-FILE-AT-END             PIC X.
       77   NOT-IN-DIRECTORY-COUNT        PIC 9(5) VALUE ZERO.
       77   UNASSIGNED-COUNT              PIC 9(5) VALUE ZERO.
       77   MISASSIGNED-COUNT             PIC 9(5) VALUE ZERO.
       77   SHARED-COUNT                  PIC 9(5) VALUE ZERO.

       77   LOWER-ALPHA                   PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       77   UPPER-ALPHA                   PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.

            MOVE "PHONE DIRECTORY / PBX RECONCILIATION"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

            PERFORM LOAD-THE-PBX-EXTRACT.
            PERFORM LOAD-THE-DIRECTORY.

            MOVE "1 - ASSIGNED IN THE PBX, NOT IN THE DIRECTORY"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM CHECK-ONE-PBX-EXTENSION
               VARYING PBX-INDEX FROM 1 BY 1
               UNTIL PBX-INDEX > PBX-COUNT.
            PERFORM LINE-FEED.

            MOVE "2 - DIRECTORY EXTENSION UNASSIGNED OR SOMEONE ELSE'S"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM CHECK-ONE-DIRECTORY-ENTRY
               VARYING DIRECTORY-INDEX FROM 1 BY 1
               UNTIL DIRECTORY-INDEX > DIRECTORY-COUNT.
            PERFORM LINE-FEED.

            MOVE "3 - EXTENSIONS SHARED BY TWO NAMES IN THE DIRECTORY"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM CHECK-ONE-SHARED-EXTENSION
               VARYING DIRECTORY-INDEX FROM 1 BY 1
               UNTIL DIRECTORY-INDEX > DIRECTORY-COUNT.
            PERFORM LINE-FEED.

            PERFORM PRINT-TOTALS.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT PHONE-FILE.
            OPEN INPUT PBX-EXTRACT-FILE.
            MOVE "PHNREC01" TO SPOOL-NAME-REPORT-ID.
            MOVE "DIRECTORY TO PBX RECONCILIATION"
               TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE PHONE-FILE.
            CLOSE PBX-EXTRACT-FILE.
            CLOSE PRINTER-FILE.

      *--------------------------------
      * LOAD BOTH SIDES
      *--------------------------------
       LOAD-THE-PBX-EXTRACT.
            PERFORM READ-EXTRACT-RECORD.
            PERFORM LOAD-ONE-PBX-ROW
               UNTIL EXTRACT-FILE-AT-END = "Y".

       LOAD-ONE-PBX-ROW.
            IF PBX-COUNT < 2000
                ADD 1 TO PBX-COUNT
                MOVE SPACES TO PBX-ENTRY (PBX-COUNT)
                UNSTRING PBX-EXTRACT-RECORD DELIMITED BY ","
                   INTO PBX-EXTENSION (PBX-COUNT)
                        PBX-LAST-NAME (PBX-COUNT)
                        PBX-FIRST-NAME (PBX-COUNT)
                INSPECT PBX-ENTRY (PBX-COUNT)
                   CONVERTING LOWER-ALPHA TO UPPER-ALPHA
            ELSE
                MOVE "Y" TO PBX-OVERFLOW.
            PERFORM READ-EXTRACT-RECORD.

       LOAD-THE-DIRECTORY.
            MOVE LOW-VALUES TO PHONE-NAME-KEY.
            MOVE "N" TO PHONE-FILE-AT-END.
            START PHONE-FILE
               KEY IS NOT LESS THAN PHONE-NAME-KEY
               INVALID KEY
               MOVE "Y" TO PHONE-FILE-AT-END.
            PERFORM LOAD-ONE-DIRECTORY-ENTRY
               UNTIL PHONE-FILE-AT-END = "Y".

       LOAD-ONE-DIRECTORY-ENTRY.
            READ PHONE-FILE NEXT RECORD
               AT END MOVE "Y" TO PHONE-FILE-AT-END.
            IF PHONE-FILE-AT-END NOT = "Y"
                IF DIRECTORY-COUNT < 2000
                    ADD 1 TO DIRECTORY-COUNT
                    MOVE PHONE-EXTENSION
                       TO DIRECTORY-EXTENSION (DIRECTORY-COUNT)
                    MOVE PHONE-LAST-NAME
                       TO DIRECTORY-LAST-NAME (DIRECTORY-COUNT)
                    MOVE PHONE-FIRST-NAME
                       TO DIRECTORY-FIRST-NAME (DIRECTORY-COUNT)
                ELSE
                    MOVE "Y" TO DIRECTORY-OVERFLOW.

      *--------------------------------
      * 1 - PBX EXTENSIONS NO ONE CARRIES
      *--------------------------------
       CHECK-ONE-PBX-EXTENSION.
            MOVE ZERO TO DIRECTORY-FOUND.
            PERFORM MATCH-ONE-DIRECTORY-EXTENSION
               VARYING OTHER-INDEX FROM 1 BY 1
               UNTIL OTHER-INDEX > DIRECTORY-COUNT
                  OR DIRECTORY-FOUND NOT = ZERO.
            IF DIRECTORY-FOUND = ZERO
                MOVE SPACES TO PRINTER-RECORD
                STRING "  EXT " PBX-EXTENSION (PBX-INDEX)
                   "  PBX: " PBX-LAST-NAME (PBX-INDEX) " "
                   PBX-FIRST-NAME (PBX-INDEX)
                   DELIMITED BY SIZE INTO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER
                ADD 1 TO NOT-IN-DIRECTORY-COUNT.

       MATCH-ONE-DIRECTORY-EXTENSION.
            IF DIRECTORY-EXTENSION (OTHER-INDEX) =
                  PBX-EXTENSION (PBX-INDEX)
                MOVE OTHER-INDEX TO DIRECTORY-FOUND.

      *--------------------------------
      * 2 - DIRECTORY EXTENSIONS THE PBX DISAGREES WITH
      *--------------------------------
      * The entry is right if the PBX assigns its extension to its
      * name on any row; otherwise it is unassigned, or the PBX's
      * first holder of the extension is named.
       CHECK-ONE-DIRECTORY-ENTRY.
            IF DIRECTORY-EXTENSION (DIRECTORY-INDEX) NOT = SPACES
                PERFORM CHECK-THE-ASSIGNMENT.

       CHECK-THE-ASSIGNMENT.
            MOVE ZERO TO PBX-FOUND.
            PERFORM MATCH-ONE-PBX-NAME
               VARYING PBX-INDEX FROM 1 BY 1
               UNTIL PBX-INDEX > PBX-COUNT
                  OR PBX-FOUND NOT = ZERO.
            IF PBX-FOUND = ZERO
                PERFORM MATCH-ONE-PBX-EXTENSION
                   VARYING PBX-INDEX FROM 1 BY 1
                   UNTIL PBX-INDEX > PBX-COUNT
                      OR PBX-FOUND NOT = ZERO
                MOVE SPACES TO PRINTER-RECORD
                IF PBX-FOUND = ZERO
                    STRING "  EXT "
                       DIRECTORY-EXTENSION (DIRECTORY-INDEX) "  "
                       DIRECTORY-LAST-NAME (DIRECTORY-INDEX) " "
                       DIRECTORY-FIRST-NAME (DIRECTORY-INDEX)
                       " UNASSIGNED"
                       DELIMITED BY SIZE INTO PRINTER-RECORD
                    ADD 1 TO UNASSIGNED-COUNT
                    PERFORM WRITE-TO-PRINTER
                ELSE
                    STRING "  EXT "
                       DIRECTORY-EXTENSION (DIRECTORY-INDEX) "  "
                       DIRECTORY-LAST-NAME (DIRECTORY-INDEX) " "
                       DIRECTORY-FIRST-NAME (DIRECTORY-INDEX)
                       DELIMITED BY SIZE INTO PRINTER-RECORD
                    PERFORM WRITE-TO-PRINTER
                    MOVE SPACES TO PRINTER-RECORD
                    STRING "             PBX HAS IT AS "
                       PBX-LAST-NAME (PBX-FOUND) " "
                       PBX-FIRST-NAME (PBX-FOUND)
                       DELIMITED BY SIZE INTO PRINTER-RECORD
                    PERFORM WRITE-TO-PRINTER
                    ADD 1 TO MISASSIGNED-COUNT.

       MATCH-ONE-PBX-NAME.
            IF PBX-EXTENSION (PBX-INDEX) =
                  DIRECTORY-EXTENSION (DIRECTORY-INDEX) AND
                  PBX-LAST-NAME (PBX-INDEX) =
                  DIRECTORY-LAST-NAME (DIRECTORY-INDEX) AND
                  PBX-FIRST-NAME (PBX-INDEX) =
                  DIRECTORY-FIRST-NAME (DIRECTORY-INDEX)
                MOVE PBX-INDEX TO PBX-FOUND.

       MATCH-ONE-PBX-EXTENSION.
            IF PBX-EXTENSION (PBX-INDEX) =
                  DIRECTORY-EXTENSION (DIRECTORY-INDEX)
                MOVE PBX-INDEX TO PBX-FOUND.

      *--------------------------------
      * 3 - SHARED EXTENSIONS
      *--------------------------------
      * Each pair is listed once - an entry is only held against
      * the entries after it.
       CHECK-ONE-SHARED-EXTENSION.
            IF DIRECTORY-EXTENSION (DIRECTORY-INDEX) NOT = SPACES
                PERFORM MATCH-ONE-SHARED-EXTENSION
                   VARYING OTHER-INDEX FROM DIRECTORY-INDEX BY 1
                   UNTIL OTHER-INDEX > DIRECTORY-COUNT.

       MATCH-ONE-SHARED-EXTENSION.
            IF OTHER-INDEX NOT = DIRECTORY-INDEX AND
                  DIRECTORY-EXTENSION (OTHER-INDEX) =
                  DIRECTORY-EXTENSION (DIRECTORY-INDEX)
                MOVE SPACES TO PRINTER-RECORD
                STRING "  EXT " DIRECTORY-EXTENSION (DIRECTORY-INDEX)
                   "  " DIRECTORY-LAST-NAME (DIRECTORY-INDEX) " "
                   DIRECTORY-FIRST-NAME (DIRECTORY-INDEX)
                   DELIMITED BY SIZE INTO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER
                MOVE SPACES TO PRINTER-RECORD
                STRING "         AND " DIRECTORY-LAST-NAME (OTHER-INDEX)
                   " " DIRECTORY-FIRST-NAME (OTHER-INDEX)
                   DELIMITED BY SIZE INTO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER
                ADD 1 TO SHARED-COUNT.

       PRINT-TOTALS.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "PBX EXTENSIONS READ:           " PBX-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "DIRECTORY ENTRIES READ:        " DIRECTORY-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "1 - NOT IN THE DIRECTORY:      "
               NOT-IN-DIRECTORY-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "2 - UNASSIGNED IN THE PBX:     " UNASSIGNED-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "    ASSIGNED TO SOMEONE ELSE:  " MISASSIGNED-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "3 - SHARED EXTENSION PAIRS:    " SHARED-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF PBX-OVERFLOW = "Y" OR DIRECTORY-OVERFLOW = "Y"
                MOVE "** ENTRIES PAST 2000 NOT RECONCILED **"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            DISPLAY "PBX EXTENSIONS NOT IN DIRECTORY: "
               NOT-IN-DIRECTORY-COUNT.
            DISPLAY "DIRECTORY ENTRIES UNASSIGNED:    "
               UNASSIGNED-COUNT.
            DISPLAY "DIRECTORY ENTRIES MISASSIGNED:   "
               MISASSIGNED-COUNT.
            DISPLAY "SHARED EXTENSION PAIRS:          " SHARED-COUNT.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       READ-EXTRACT-RECORD.
            MOVE "N" TO EXTRACT-FILE-AT-END.
            READ PBX-EXTRACT-FILE
               AT END
               MOVE "Y" TO EXTRACT-FILE-AT-END.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "plspool01.cbl".
