      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Report distribution maintenance over fddist01.cbl - who
      * gets each spooled report and how. The operator keys a
      * report id (CHKREG01, POSPAY01, QRYRUN01 ...); a report not
      * yet in the table is set up first with its description and
      * whether it is controlled. Then, for that report:
      *   1 - add or change a recipient line: the name, where it
      *       goes (P a named printer, E an email address, T a
      *       department pickup tray) and the copies wanted;
      *   2 - list the recipients;
      *   3 - delete a recipient;
      *   4 - change the report's description or controlled flag.
      * A controlled report is never emailed - an email line is
      * refused for one, and making a report controlled is refused
      * while it still has email lines. The report router
      * (splrte01.cbl) does the distributing.
      * Restricted to OPERATOR-AUTH-CONTROL holders (the "C"
      * sign-on).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dstmnt01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "sldist01.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fddist01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".

       WORKING-STORAGE SECTION.
       77   MENU-PICK                          PIC 9.
            88 MENU-PICK-IS-VALID              VALUES 0 THRU 4.

       77   WANTED-REPORT-ID                   PIC X(8).
       77   REPORT-DESCRIPTION                 PIC X(30).
       77   REPORT-CONTROLLED                  PIC X.
       77   WANTED-LINE                        PIC 99.
       77   DIST-RECORD-FOUND                  PIC X.
       77   DIST-AT-END                        PIC X.
       77   LINES-LISTED                       PIC 99.
       77   EMAIL-LINES                        PIC 99.
       77   OK-TO-DELETE                       PIC X.
       77   CONTROLLED-ENTRY                   PIC X.
       77   COPIES-ENTRY                       PIC 99.

            COPY "wssignon01.cbl".
            COPY "wscase01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "C" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            PERFORM ENTER-REPORT-ID.
            PERFORM MAINTAIN-ONE-REPORT
               UNTIL WANTED-REPORT-ID = SPACES.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
            EXIT PROGRAM.

       PROGRAM-DONE.
            EXIT PROGRAM.

       OPENING-PROCEDURE.
            OPEN I-O REPORT-DISTRIBUTION-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.

       CLOSING-PROCEDURE.
            CLOSE REPORT-DISTRIBUTION-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.

      *--------------------------------
      * OPERATOR SIGN-ON
      *--------------------------------
            COPY "plsignon01.cbl".

      *--------------------------------
      * THE REPORT
      *--------------------------------
       ENTER-REPORT-ID.
            DISPLAY " ".
            DISPLAY "ENTER REPORT ID TO DISTRIBUTE (CHKREG01 ...)".
            DISPLAY "(BLANK TO STOP ENTRY)".
            MOVE SPACES TO WANTED-REPORT-ID.
            ACCEPT WANTED-REPORT-ID.
            INSPECT WANTED-REPORT-ID
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       MAINTAIN-ONE-REPORT.
            PERFORM READ-REPORT-LINE.
            IF DIST-RECORD-FOUND = "N"
                DISPLAY WANTED-REPORT-ID " HAS NO DISTRIBUTION YET"
                PERFORM ENTER-REPORT-SETTINGS
                PERFORM WRITE-REPORT-LINE.
            PERFORM GET-MENU-PICK.
            PERFORM MAINTAIN-THE-REPORT
               UNTIL MENU-PICK = 0.
            PERFORM ENTER-REPORT-ID.

       ENTER-REPORT-SETTINGS.
            DISPLAY "ENTER THE REPORT'S DESCRIPTION".
            MOVE SPACES TO REPORT-DESCRIPTION.
            ACCEPT REPORT-DESCRIPTION.
            INSPECT REPORT-DESCRIPTION
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            PERFORM ENTER-CONTROLLED-FLAG.

       ENTER-CONTROLLED-FLAG.
            DISPLAY "IS THIS A CONTROLLED REPORT - PRINTED ONLY,".
            DISPLAY "SIGNED FOR AT PICKUP (Y/N)?".
            ACCEPT CONTROLLED-ENTRY.
            INSPECT CONTROLLED-ENTRY
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            IF CONTROLLED-ENTRY NOT = "Y" AND
                  CONTROLLED-ENTRY NOT = "N"
                DISPLAY "YOU MUST ENTER YES OR NO"
                PERFORM ENTER-CONTROLLED-FLAG.
            MOVE CONTROLLED-ENTRY TO REPORT-CONTROLLED.

       GET-MENU-PICK.
            DISPLAY " ".
            DISPLAY "DISTRIBUTION OF " WANTED-REPORT-ID " "
               REPORT-DESCRIPTION.
            IF REPORT-CONTROLLED = "Y"
                DISPLAY "CONTROLLED REPORT - NEVER EMAILED".
            DISPLAY "PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. ADD OR CHANGE A RECIPIENT".
            DISPLAY "2. LIST THE RECIPIENTS".
            DISPLAY "3. DELETE A RECIPIENT".
            DISPLAY "4. CHANGE THE REPORT SETTINGS".
            DISPLAY " ".
            DISPLAY "0. DONE WITH THIS REPORT".
            PERFORM ACCEPT-MENU-PICK.
            PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       ACCEPT-MENU-PICK.
            DISPLAY "YOUR CHOICE (0-4)?".
            ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
            DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
            PERFORM ACCEPT-MENU-PICK.

       MAINTAIN-THE-REPORT.
            PERFORM DO-THE-PICK.
            PERFORM GET-MENU-PICK.

       DO-THE-PICK.
            IF MENU-PICK = 1
                PERFORM RECIPIENT-MODE.
            IF MENU-PICK = 2
                PERFORM LIST-MODE.
            IF MENU-PICK = 3
                PERFORM DELETE-MODE.
            IF MENU-PICK = 4
                PERFORM SETTINGS-MODE.

      *--------------------------------
      * ADD OR CHANGE A RECIPIENT
      *--------------------------------
       RECIPIENT-MODE.
            PERFORM ENTER-LINE-NUMBER.
            IF WANTED-LINE NOT = ZERO
                PERFORM READ-RECIPIENT-LINE
                IF DIST-RECORD-FOUND = "Y"
                    PERFORM DISPLAY-ONE-LINE
                ELSE
                    MOVE SPACES TO REPORT-DIST-RECORD
                    MOVE WANTED-REPORT-ID TO RDIST-REPORT-ID
                    MOVE WANTED-LINE TO RDIST-LINE
                END-IF
                PERFORM ENTER-RECIPIENT-FIELDS
                PERFORM SAVE-RECIPIENT-LINE.

       ENTER-LINE-NUMBER.
            DISPLAY "ENTER RECIPIENT LINE NUMBER (1-99, 0 TO QUIT)".
            MOVE ZERO TO WANTED-LINE.
            ACCEPT WANTED-LINE.

       ENTER-RECIPIENT-FIELDS.
            PERFORM ENTER-DIST-RECIPIENT.
            PERFORM ENTER-DIST-DESTINATION-KIND.
            PERFORM ENTER-DIST-DESTINATION.
            PERFORM ENTER-DIST-COPIES.
            MOVE "N" TO RDIST-CONTROLLED.

       ENTER-DIST-RECIPIENT.
            DISPLAY "ENTER RECIPIENT NAME OR DEPARTMENT".
            MOVE SPACES TO RDIST-RECIPIENT.
            ACCEPT RDIST-RECIPIENT.
            INSPECT RDIST-RECIPIENT
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            IF RDIST-RECIPIENT = SPACES
                DISPLAY "A RECIPIENT MUST BE ENTERED"
                PERFORM ENTER-DIST-RECIPIENT.

       ENTER-DIST-DESTINATION-KIND.
            DISPLAY "P = PRINTER, E = EMAIL, T = PICKUP TRAY".
            ACCEPT RDIST-DESTINATION-KIND.
            INSPECT RDIST-DESTINATION-KIND
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            IF NOT RDIST-KIND-IS-VALID
                DISPLAY "YOU MUST ENTER P, E OR T"
                PERFORM ENTER-DIST-DESTINATION-KIND
            ELSE
                IF RDIST-TO-EMAIL AND REPORT-CONTROLLED = "Y"
                    DISPLAY "A CONTROLLED REPORT IS NEVER EMAILED"
                    PERFORM ENTER-DIST-DESTINATION-KIND.

      * Email addresses are kept as keyed - mailbox names are
      * not always case-blind.
       ENTER-DIST-DESTINATION.
            IF RDIST-TO-PRINTER
                DISPLAY "ENTER THE PRINTER NAME".
            IF RDIST-TO-EMAIL
                DISPLAY "ENTER THE EMAIL ADDRESS".
            IF RDIST-TO-TRAY
                DISPLAY "ENTER THE PICKUP TRAY (DEPARTMENT)".
            MOVE SPACES TO RDIST-DESTINATION.
            ACCEPT RDIST-DESTINATION.
            IF NOT RDIST-TO-EMAIL
                INSPECT RDIST-DESTINATION
                   CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            IF RDIST-DESTINATION = SPACES
                DISPLAY "A DESTINATION MUST BE ENTERED"
                PERFORM ENTER-DIST-DESTINATION.

       ENTER-DIST-COPIES.
            IF RDIST-TO-EMAIL
                MOVE 1 TO RDIST-COPIES
            ELSE
                DISPLAY "ENTER NUMBER OF COPIES (BLANK IS 1)"
                MOVE ZERO TO COPIES-ENTRY
                ACCEPT COPIES-ENTRY
                IF COPIES-ENTRY = ZERO
                    MOVE 1 TO RDIST-COPIES
                ELSE
                    MOVE COPIES-ENTRY TO RDIST-COPIES.

       SAVE-RECIPIENT-LINE.
            IF DIST-RECORD-FOUND = "Y"
                REWRITE REPORT-DIST-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING DISTRIBUTION RECORD"
            ELSE
                WRITE REPORT-DIST-RECORD
                   INVALID KEY
                   DISPLAY "RECORD ALREADY EXISTS".
            DISPLAY "RECIPIENT SAVED".

      *--------------------------------
      * LIST
      *--------------------------------
       LIST-MODE.
            MOVE ZERO TO LINES-LISTED.
            PERFORM START-THE-RECIPIENTS.
            PERFORM LIST-ONE-RECIPIENT
               UNTIL DIST-AT-END = "Y".
            IF LINES-LISTED = ZERO
                DISPLAY "NO RECIPIENTS FOR " WANTED-REPORT-ID.

       LIST-ONE-RECIPIENT.
            PERFORM READ-NEXT-RECIPIENT.
            IF DIST-AT-END NOT = "Y"
                ADD 1 TO LINES-LISTED
                PERFORM DISPLAY-ONE-LINE.

       DISPLAY-ONE-LINE.
            DISPLAY RDIST-LINE ". " RDIST-RECIPIENT " "
               RDIST-DESTINATION-KIND " " RDIST-DESTINATION
               " X" RDIST-COPIES.

      *--------------------------------
      * DELETE
      *--------------------------------
       DELETE-MODE.
            PERFORM ENTER-LINE-NUMBER.
            IF WANTED-LINE NOT = ZERO
                PERFORM READ-RECIPIENT-LINE
                IF DIST-RECORD-FOUND = "N"
                    DISPLAY "NO SUCH RECIPIENT LINE"
                ELSE
                    PERFORM DISPLAY-ONE-LINE
                    DISPLAY "DELETE THIS RECIPIENT (Y/N)?"
                    ACCEPT OK-TO-DELETE
                    INSPECT OK-TO-DELETE
                       CONVERTING LOWER-ALPHA TO UPPER-ALPHA
                    IF OK-TO-DELETE = "Y"
                        DELETE REPORT-DISTRIBUTION-FILE RECORD
                           INVALID KEY
                           DISPLAY "ERROR DELETING DISTRIBUTION RECORD".

      *--------------------------------
      * REPORT SETTINGS
      *--------------------------------
       SETTINGS-MODE.
            PERFORM ENTER-REPORT-SETTINGS.
            IF REPORT-CONTROLLED = "Y"
                PERFORM COUNT-EMAIL-LINES
                IF EMAIL-LINES NOT = ZERO
                    DISPLAY "DELETE THE " EMAIL-LINES
                       " EMAIL RECIPIENT(S) BEFORE MAKING THE"
                    DISPLAY "REPORT CONTROLLED"
                    PERFORM READ-REPORT-LINE.
            PERFORM READ-REPORT-LINE-FOR-UPDATE.
            MOVE REPORT-DESCRIPTION TO RDIST-RECIPIENT.
            MOVE REPORT-CONTROLLED TO RDIST-CONTROLLED.
            REWRITE REPORT-DIST-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING DISTRIBUTION RECORD".

       COUNT-EMAIL-LINES.
            MOVE ZERO TO EMAIL-LINES.
            PERFORM START-THE-RECIPIENTS.
            PERFORM COUNT-ONE-EMAIL-LINE
               UNTIL DIST-AT-END = "Y".

       COUNT-ONE-EMAIL-LINE.
            PERFORM READ-NEXT-RECIPIENT.
            IF DIST-AT-END NOT = "Y"
                IF RDIST-TO-EMAIL
                    ADD 1 TO EMAIL-LINES.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
      * Line 00 carries the report's own settings; reading it
      * reloads them into REPORT-DESCRIPTION and REPORT-CONTROLLED.
       READ-REPORT-LINE.
            PERFORM READ-REPORT-LINE-FOR-UPDATE.
            IF DIST-RECORD-FOUND = "Y"
                MOVE RDIST-RECIPIENT TO REPORT-DESCRIPTION
                MOVE "N" TO REPORT-CONTROLLED
                IF RDIST-REPORT-CONTROLLED
                    MOVE "Y" TO REPORT-CONTROLLED.

       READ-REPORT-LINE-FOR-UPDATE.
            MOVE WANTED-REPORT-ID TO RDIST-REPORT-ID.
            MOVE ZERO TO RDIST-LINE.
            MOVE "Y" TO DIST-RECORD-FOUND.
            READ REPORT-DISTRIBUTION-FILE RECORD
               INVALID KEY
               MOVE "N" TO DIST-RECORD-FOUND.

       WRITE-REPORT-LINE.
            MOVE SPACES TO REPORT-DIST-RECORD.
            MOVE WANTED-REPORT-ID TO RDIST-REPORT-ID.
            MOVE ZERO TO RDIST-LINE.
            MOVE REPORT-DESCRIPTION TO RDIST-RECIPIENT.
            MOVE REPORT-CONTROLLED TO RDIST-CONTROLLED.
            MOVE ZERO TO RDIST-COPIES.
            WRITE REPORT-DIST-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY EXISTS".

       READ-RECIPIENT-LINE.
            MOVE WANTED-REPORT-ID TO RDIST-REPORT-ID.
            MOVE WANTED-LINE TO RDIST-LINE.
            MOVE "Y" TO DIST-RECORD-FOUND.
            READ REPORT-DISTRIBUTION-FILE RECORD
               INVALID KEY
               MOVE "N" TO DIST-RECORD-FOUND.

       START-THE-RECIPIENTS.
            MOVE WANTED-REPORT-ID TO RDIST-REPORT-ID.
            MOVE 1 TO RDIST-LINE.
            MOVE "N" TO DIST-AT-END.
            START REPORT-DISTRIBUTION-FILE
               KEY IS NOT LESS THAN RDIST-KEY
               INVALID KEY
               MOVE "Y" TO DIST-AT-END.

       READ-NEXT-RECIPIENT.
            READ REPORT-DISTRIBUTION-FILE NEXT RECORD
               AT END MOVE "Y" TO DIST-AT-END.
            IF DIST-AT-END NOT = "Y" AND
                  RDIST-REPORT-ID NOT = WANTED-REPORT-ID
                MOVE "Y" TO DIST-AT-END.
