      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Controlled-report pickup log over fdpkup01.cbl. The report
      * router (splrte01.cbl) puts every printed copy set of a
      * controlled report on the log as waiting; this is where the
      * operator handing it over records who took it:
      *   1 - list everything still waiting to be collected;
      *   2 - record a pickup - the waiting copies of a report id
      *       are listed by number to pick from, and the
      *       collector's name is required. The date, time and the
      *       releasing operator are stamped on the log;
      *   3 - print the pickup log for a range of placed dates,
      *       spooled as PKPLOG01 - what was printed, for whom,
      *       and who signed for it.
      * Restricted to OPERATOR-AUTH-CHECKRUN holders (the "K"
      * sign-on) - the same people who run and release checks.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pkplog01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slpkup01.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdpkup01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

       77   MENU-PICK                     PIC 9.
            88 MENU-PICK-IS-VALID         VALUES 0 THRU 3.

       77   WANTED-REPORT-ID              PIC X(8).
       77   PICKUP-AT-END                 PIC X.
       77   PICKUP-RECORD-FOUND           PIC X.
       77   ENTRIES-LISTED                PIC 9(5).
       77   ENTRIES-PRINTED               PIC 9(5).
       77   OK-TO-POST                    PIC X.
       77   COLLECTOR-NAME                PIC X(30).
       77   TODAY-DATE                    PIC 9(8).
       77   NOW-TIME                      PIC 9(8).
       77   FROM-DATE                     PIC 9(8).
       77   THRU-DATE                     PIC 9(8).

      * The waiting copies of the report at hand, numbered for the
      * pick - past nine the oldest scroll off.
       01   PICK-TABLE.
            05 PICK-KEY                   PIC X(26)
                                          OCCURS 9 TIMES.
       77   PICK-COUNT                    PIC 9.
       77   PICK-INDEX                    PIC 9.
       77   PICK-CHOICE                   PIC 9.

       01   TITLE-LINE.
            05 FILLER                     PIC X(40) VALUE SPACE.
            05 FILLER                     PIC X(31)
               VALUE "CONTROLLED REPORT PICKUP LOG".
            05 FILLER                     PIC X(7) VALUE "PLACED ".
            05 PRINT-FROM-DATE            PIC Z9/99/9999.
            05 FILLER                     PIC X(6) VALUE " THRU ".
            05 PRINT-THRU-DATE            PIC Z9/99/9999.

       01   COLUMN-LINE.
            05 FILLER                     PIC X(9)  VALUE "REPORT".
            05 FILLER                     PIC X(17) VALUE "PLACED".
            05 FILLER                     PIC X(31) VALUE "TITLE".
            05 FILLER                     PIC X(31) VALUE "RECIPIENT".
            05 FILLER                     PIC X(4)  VALUE "CPY".
            05 FILLER                     PIC X(31)
               VALUE "COLLECTED BY".
            05 FILLER                     PIC X(9)  VALUE "RELEASED".

       01   DETAIL-LINE.
            05 PRINT-REPORT-ID            PIC X(8).
            05 FILLER                     PIC X VALUE SPACE.
            05 PRINT-PLACED-DATE          PIC Z9/99/9999.
            05 FILLER                     PIC X VALUE SPACE.
            05 PRINT-PLACED-TIME          PIC 99B99.
            05 FILLER                     PIC X VALUE SPACE.
            05 PRINT-TITLE                PIC X(30).
            05 FILLER                     PIC X VALUE SPACE.
            05 PRINT-RECIPIENT            PIC X(30).
            05 FILLER                     PIC X VALUE SPACE.
            05 PRINT-COPIES               PIC Z9.
            05 FILLER                     PIC XX VALUE SPACE.
            05 PRINT-COLLECTED-BY         PIC X(30).
            05 FILLER                     PIC X VALUE SPACE.
            05 PRINT-COLLECTED-DATE       PIC Z9/99/9999.
            05 FILLER                     PIC X VALUE SPACE.
            05 PRINT-RELEASED-BY          PIC X(10).

       01   TOTAL-LINE.
            05 FILLER                     PIC X(9) VALUE SPACE.
            05 TOTAL-PRINTED              PIC ZZ,ZZ9.
            05 FILLER                     PIC X(20)
               VALUE " COPY SET(S) LISTED".

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wssignon01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "K" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            MOVE OPERATOR-ID TO SPOOL-BY-OPERATOR.
            PERFORM GET-MENU-PICK.
            PERFORM DO-THE-PICK
               UNTIL MENU-PICK = 0.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN I-O PICKUP-LOG-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.

       CLOSING-PROCEDURE.
            CLOSE PICKUP-LOG-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.

       GET-MENU-PICK.
            DISPLAY " ".
            DISPLAY "CONTROLLED REPORT PICKUP - PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. LIST REPORTS WAITING FOR PICKUP".
            DISPLAY "2. RECORD A PICKUP".
            DISPLAY "3. PRINT THE PICKUP LOG".
            DISPLAY " ".
            DISPLAY "0. EXIT".
            PERFORM ACCEPT-MENU-PICK.
            PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       ACCEPT-MENU-PICK.
            DISPLAY "YOUR CHOICE (0-3)?".
            ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
            DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
            PERFORM ACCEPT-MENU-PICK.

       DO-THE-PICK.
            IF MENU-PICK = 1
                PERFORM WAITING-MODE.
            IF MENU-PICK = 2
                PERFORM PICKUP-MODE.
            IF MENU-PICK = 3
                PERFORM PRINT-MODE.
            PERFORM GET-MENU-PICK.

      *--------------------------------
      * WAITING FOR PICKUP
      *--------------------------------
       WAITING-MODE.
            MOVE ZERO TO ENTRIES-LISTED.
            MOVE SPACES TO PICKUP-KEY.
            PERFORM START-THE-LOG.
            PERFORM LIST-ONE-WAITING
               UNTIL PICKUP-AT-END = "Y".
            IF ENTRIES-LISTED = ZERO
                DISPLAY "NOTHING IS WAITING TO BE COLLECTED"
            ELSE
                DISPLAY ENTRIES-LISTED " COPY SET(S) WAITING".

       LIST-ONE-WAITING.
            PERFORM READ-NEXT-PICKUP-RECORD.
            IF PICKUP-AT-END NOT = "Y"
                IF PICKUP-IS-WAITING
                    ADD 1 TO ENTRIES-LISTED
                    PERFORM DISPLAY-WAITING-ENTRY.

       DISPLAY-WAITING-ENTRY.
            MOVE PICKUP-PLACED-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            DISPLAY PICKUP-REPORT-ID " " FORMATTED-DATE " "
               PICKUP-PLACED-TIME (1 : 4) " " PICKUP-REPORT-TITLE.
            DISPLAY "   FOR " PICKUP-RECIPIENT " AT "
               PICKUP-DESTINATION (1 : 20) " X" PICKUP-COPIES.

      *--------------------------------
      * RECORD A PICKUP
      *--------------------------------
       PICKUP-MODE.
            PERFORM ENTER-REPORT-ID.
            PERFORM RECORD-ONE-PICKUP
               UNTIL WANTED-REPORT-ID = SPACES.

       RECORD-ONE-PICKUP.
            PERFORM PICK-A-WAITING-ENTRY.
            IF PICKUP-RECORD-FOUND = "Y"
                PERFORM DISPLAY-WAITING-ENTRY
                PERFORM ENTER-COLLECTOR-NAME
                PERFORM ASK-TO-POST
                IF OK-TO-POST = "Y"
                    PERFORM POST-THE-PICKUP.
            PERFORM ENTER-REPORT-ID.

       ENTER-REPORT-ID.
            DISPLAY " ".
            DISPLAY "ENTER REPORT ID BEING COLLECTED (CHKREG01 ...)".
            DISPLAY "(BLANK TO STOP ENTRY)".
            MOVE SPACES TO WANTED-REPORT-ID.
            ACCEPT WANTED-REPORT-ID.
            INSPECT WANTED-REPORT-ID
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

      * A controlled report goes only to a named person - the
      * signature is the whole point of the log.
       ENTER-COLLECTOR-NAME.
            DISPLAY "NAME OF THE PERSON COLLECTING IT".
            MOVE SPACES TO COLLECTOR-NAME.
            ACCEPT COLLECTOR-NAME.
            INSPECT COLLECTOR-NAME
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            IF COLLECTOR-NAME = SPACES
                DISPLAY "THE COLLECTOR MUST BE NAMED"
                PERFORM ENTER-COLLECTOR-NAME.

       ASK-TO-POST.
            MOVE "X" TO OK-TO-POST.
            PERFORM ACCEPT-OK-TO-POST
               UNTIL OK-TO-POST = "Y" OR "N".

       ACCEPT-OK-TO-POST.
            DISPLAY "RECORD THIS PICKUP (Y/N)?".
            ACCEPT OK-TO-POST.
            INSPECT OK-TO-POST
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            IF OK-TO-POST NOT = "Y" AND
                  OK-TO-POST NOT = "N"
                DISPLAY "YOU MUST ENTER YES OR NO".

       POST-THE-PICKUP.
            ACCEPT NOW-TIME FROM TIME.
            MOVE "C" TO PICKUP-STATUS.
            MOVE COLLECTOR-NAME TO PICKUP-COLLECTED-BY.
            MOVE TODAY-DATE TO PICKUP-COLLECTED-DATE.
            MOVE NOW-TIME TO PICKUP-COLLECTED-TIME.
            MOVE OPERATOR-ID TO PICKUP-RELEASED-BY.
            REWRITE PICKUP-LOG-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PICKUP LOG RECORD".
            DISPLAY PICKUP-REPORT-ID " RECORDED AS COLLECTED BY "
               COLLECTOR-NAME.

      *--------------------------------
      * PICKING A WAITING ENTRY
      *--------------------------------
       PICK-A-WAITING-ENTRY.
            MOVE "N" TO PICKUP-RECORD-FOUND.
            MOVE ZERO TO PICK-COUNT.
            MOVE SPACES TO PICKUP-KEY.
            MOVE WANTED-REPORT-ID TO PICKUP-REPORT-ID.
            PERFORM START-THE-LOG.
            PERFORM COLLECT-ONE-PICK
               UNTIL PICKUP-AT-END = "Y".
            IF PICK-COUNT = ZERO
                DISPLAY "NOTHING FOR " WANTED-REPORT-ID
                   " IS WAITING TO BE COLLECTED"
            ELSE
                PERFORM LIST-THE-PICKS
                MOVE "N" TO PICKUP-RECORD-FOUND
                PERFORM ACCEPT-PICK-CHOICE
                IF PICK-CHOICE NOT = ZERO
                    MOVE PICK-KEY (PICK-CHOICE) TO PICKUP-KEY
                    PERFORM READ-PICKUP-RECORD.

       COLLECT-ONE-PICK.
            PERFORM READ-NEXT-PICKUP-RECORD.
            IF PICKUP-AT-END NOT = "Y"
                IF PICKUP-REPORT-ID NOT = WANTED-REPORT-ID
                    MOVE "Y" TO PICKUP-AT-END
                ELSE
                    IF PICKUP-IS-WAITING
                        PERFORM ADD-ONE-PICK.

       ADD-ONE-PICK.
            IF PICK-COUNT = 9
                PERFORM SHIFT-ONE-PICK
                   VARYING PICK-INDEX FROM 1 BY 1
                   UNTIL PICK-INDEX > 8
            ELSE
                ADD 1 TO PICK-COUNT.
            MOVE PICKUP-KEY TO PICK-KEY (PICK-COUNT).

       SHIFT-ONE-PICK.
            MOVE PICK-KEY (PICK-INDEX + 1) TO PICK-KEY (PICK-INDEX).

       LIST-THE-PICKS.
            DISPLAY " ".
            PERFORM LIST-ONE-PICK
               VARYING PICK-INDEX FROM 1 BY 1
               UNTIL PICK-INDEX > PICK-COUNT.

       LIST-ONE-PICK.
            MOVE PICK-KEY (PICK-INDEX) TO PICKUP-KEY.
            PERFORM READ-PICKUP-RECORD.
            MOVE PICKUP-PLACED-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            DISPLAY PICK-INDEX ". " FORMATTED-DATE " "
               PICKUP-PLACED-TIME (1 : 4) " FOR " PICKUP-RECIPIENT
               " X" PICKUP-COPIES.

       ACCEPT-PICK-CHOICE.
            DISPLAY "WHICH ONE (1-" PICK-COUNT ", 0 FOR NONE)?".
            ACCEPT PICK-CHOICE.
            IF PICK-CHOICE > PICK-COUNT
                DISPLAY "INVALID SELECTION - PLEASE RE-TRY."
                PERFORM ACCEPT-PICK-CHOICE.

      *--------------------------------
      * PRINT THE LOG
      *--------------------------------
       PRINT-MODE.
            MOVE "Y" TO ZERO-DATE-IS-OK.
            DISPLAY "PRINT FROM PLACED DATE - BLANK FOR THE START".
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO FROM-DATE.
            DISPLAY "PRINT THRU PLACED DATE - BLANK FOR TODAY".
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO THRU-DATE.
            IF THRU-DATE = ZEROES
                MOVE TODAY-DATE TO THRU-DATE.
            MOVE "PKPLOG01" TO SPOOL-NAME-REPORT-ID.
            MOVE "CONTROLLED REPORT PICKUP LOG" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.
            PERFORM PRINT-THE-HEADINGS.
            MOVE ZERO TO ENTRIES-PRINTED.
            MOVE SPACES TO PICKUP-KEY.
            PERFORM START-THE-LOG.
            PERFORM PRINT-ONE-ENTRY
               UNTIL PICKUP-AT-END = "Y".
            PERFORM LINE-FEED.
            MOVE ENTRIES-PRINTED TO TOTAL-PRINTED.
            MOVE TOTAL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            CLOSE PRINTER-FILE.
            DISPLAY ENTRIES-PRINTED " COPY SET(S) PRINTED".

       PRINT-THE-HEADINGS.
            MOVE FROM-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-FROM-DATE.
            MOVE THRU-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-THRU-DATE.
            MOVE TITLE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            MOVE COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-ENTRY.
            PERFORM READ-NEXT-PICKUP-RECORD.
            IF PICKUP-AT-END NOT = "Y"
                IF PICKUP-PLACED-DATE NOT < FROM-DATE AND
                      PICKUP-PLACED-DATE NOT > THRU-DATE
                    PERFORM PRINT-THE-ENTRY.

       PRINT-THE-ENTRY.
            MOVE SPACES TO DETAIL-LINE.
            MOVE PICKUP-REPORT-ID TO PRINT-REPORT-ID.
            MOVE PICKUP-PLACED-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-PLACED-DATE.
            MOVE PICKUP-PLACED-TIME (1 : 4) TO PRINT-PLACED-TIME.
            MOVE PICKUP-REPORT-TITLE TO PRINT-TITLE.
            MOVE PICKUP-RECIPIENT TO PRINT-RECIPIENT.
            MOVE PICKUP-COPIES TO PRINT-COPIES.
            IF PICKUP-IS-COLLECTED
                MOVE PICKUP-COLLECTED-BY TO PRINT-COLLECTED-BY
                MOVE PICKUP-COLLECTED-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                MOVE FORMATTED-DATE TO PRINT-COLLECTED-DATE
                MOVE PICKUP-RELEASED-BY TO PRINT-RELEASED-BY
            ELSE
                MOVE "** NOT YET COLLECTED **" TO PRINT-COLLECTED-BY.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            ADD 1 TO ENTRIES-PRINTED.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       START-THE-LOG.
            MOVE "N" TO PICKUP-AT-END.
            START PICKUP-LOG-FILE
               KEY IS NOT LESS THAN PICKUP-KEY
               INVALID KEY
               MOVE "Y" TO PICKUP-AT-END.

       READ-NEXT-PICKUP-RECORD.
            READ PICKUP-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO PICKUP-AT-END.

       READ-PICKUP-RECORD.
            MOVE "Y" TO PICKUP-RECORD-FOUND.
            READ PICKUP-LOG-FILE RECORD
               INVALID KEY
               MOVE "N" TO PICKUP-RECORD-FOUND.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plsignon01.cbl".

            COPY "plspool01.cbl".
