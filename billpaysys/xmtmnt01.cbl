      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Outbound transmission log maintenance over fdxmit01.cbl.
      * The producing programs register each file they build; this
      * is where treasury and the GL desk record the rest of its
      * life once it has left the building:
      *   1 - the file was SENT (upload, portal, courier - when and
      *       by whom);
      *   2 - the receiver's ANSWER - accepted with its
      *       confirmation number, or rejected with its reason. An
      *       answer on a file never marked sent marks it sent the
      *       same day, since it plainly went;
      *   3 - look up a file's transmissions, newest last.
      * The files waiting on a step are listed by number for the
      * operator to pick from, so no one has to key a build stamp.
      * Restricted to OPERATOR-AUTH-CHECKRUN holders (the "K"
      * sign-on) - the same people who release the payment files.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. xmtmnt01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slxmit01.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdxmit01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".

       WORKING-STORAGE SECTION.
       77   MENU-PICK                          PIC 9.
            88 MENU-PICK-IS-VALID              VALUES 0 THRU 3.

       77   THE-MODE                           PIC X(7).
       77   WANTED-FILE-NAME                   PIC X(10).
       77   LOG-AT-END                         PIC X.
       77   LOG-RECORD-FOUND                   PIC X.
       77   ENTRIES-LISTED                     PIC 9(3).
       77   OK-TO-POST                         PIC X.
       77   ANSWER-CHOICE                      PIC X.
            88 ANSWER-IS-ACCEPTED              VALUE "A".
            88 ANSWER-IS-REJECTED              VALUE "R".
       77   TODAY-DATE                         PIC 9(8).
       77   ENTERED-DATE                       PIC 9(8).
       77   COUNT-FIELD                        PIC Z,ZZZ,ZZ9.
       77   HASH-FIELD                         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

      * The files waiting on the step at hand, numbered for the
      * pick - the nine most recent are enough for any one file.
       01   PICK-TABLE.
            05 PICK-KEY                        PIC X(26)
                                               OCCURS 9 TIMES.
       77   PICK-COUNT                         PIC 9.
       77   PICK-INDEX                         PIC 9.
       77   PICK-CHOICE                        PIC 9.

            COPY "wssignon01.cbl".
            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "K" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM MAIN-PROCESS.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
            EXIT PROGRAM.

       PROGRAM-DONE.
            EXIT PROGRAM.

       OPENING-PROCEDURE.
            OPEN I-O TRANSMISSION-LOG-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.

       CLOSING-PROCEDURE.
            CLOSE TRANSMISSION-LOG-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.

      *--------------------------------
      * OPERATOR SIGN-ON
      *--------------------------------
            COPY "plsignon01.cbl".

       MAIN-PROCESS.
            PERFORM GET-MENU-PICK.
            PERFORM MAINTAIN-THE-FILE
               UNTIL MENU-PICK = 0.

       GET-MENU-PICK.
            DISPLAY " ".
            DISPLAY "TRANSMISSION LOG - PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. RECORD A FILE SENT".
            DISPLAY "2. RECORD THE RECEIVER'S ANSWER".
            DISPLAY "3. LOOK UP A FILE'S TRANSMISSIONS".
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

       MAINTAIN-THE-FILE.
            PERFORM DO-THE-PICK.
            PERFORM GET-MENU-PICK.

       DO-THE-PICK.
            IF MENU-PICK = 1
                PERFORM SENT-MODE.
            IF MENU-PICK = 2
                PERFORM ANSWER-MODE.
            IF MENU-PICK = 3
                PERFORM INQUIRE-MODE.

      *--------------------------------
      * SENT
      *--------------------------------
       SENT-MODE.
            MOVE "SEND" TO THE-MODE.
            PERFORM ENTER-FILE-NAME.
            PERFORM SEND-ONE-FILE
               UNTIL WANTED-FILE-NAME = SPACES.

       SEND-ONE-FILE.
            PERFORM PICK-A-TRANSMISSION.
            IF LOG-RECORD-FOUND = "Y"
                PERFORM DISPLAY-ALL-FIELDS
                PERFORM ENTER-SENT-DATE
                PERFORM ASK-TO-POST
                IF OK-TO-POST = "Y"
                    PERFORM POST-THE-SENDING.
            PERFORM ENTER-FILE-NAME.

       ENTER-SENT-DATE.
            DISPLAY "DATE THE FILE WAS SENT - BLANK IS TODAY".
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO ENTERED-DATE.
            IF ENTERED-DATE = ZEROES
                MOVE TODAY-DATE TO ENTERED-DATE.
            IF ENTERED-DATE < XMIT-BUILT-DATE OR
                  ENTERED-DATE > TODAY-DATE
                DISPLAY "SENT DATE MUST FALL FROM THE BUILD TO TODAY"
                PERFORM ENTER-SENT-DATE.

       POST-THE-SENDING.
            MOVE "S" TO XMIT-STATUS.
            MOVE ENTERED-DATE TO XMIT-SENT-DATE.
            MOVE OPERATOR-ID TO XMIT-SENT-BY.
            PERFORM REWRITE-LOG-RECORD.
            DISPLAY XMIT-FILE-NAME " RECORDED AS SENT".

      *--------------------------------
      * ANSWER
      *--------------------------------
       ANSWER-MODE.
            MOVE "ANSWER" TO THE-MODE.
            PERFORM ENTER-FILE-NAME.
            PERFORM ANSWER-ONE-FILE
               UNTIL WANTED-FILE-NAME = SPACES.

       ANSWER-ONE-FILE.
            PERFORM PICK-A-TRANSMISSION.
            IF LOG-RECORD-FOUND = "Y"
                PERFORM DISPLAY-ALL-FIELDS
                PERFORM ENTER-ANSWER-CHOICE
                PERFORM ENTER-ANSWER-REFERENCE
                PERFORM ENTER-ANSWER-DATE
                PERFORM ASK-TO-POST
                IF OK-TO-POST = "Y"
                    PERFORM POST-THE-ANSWER.
            PERFORM ENTER-FILE-NAME.

       ENTER-ANSWER-CHOICE.
            DISPLAY "A = ACCEPTED BY THE RECEIVER, R = REJECTED".
            ACCEPT ANSWER-CHOICE.
            INSPECT ANSWER-CHOICE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            IF NOT ANSWER-IS-ACCEPTED AND
                  NOT ANSWER-IS-REJECTED
                DISPLAY "YOU MUST ENTER A OR R"
                PERFORM ENTER-ANSWER-CHOICE.

       ENTER-ANSWER-REFERENCE.
            IF ANSWER-IS-ACCEPTED
                DISPLAY "ENTER THE RECEIVER'S CONFIRMATION NUMBER"
            ELSE
                DISPLAY "ENTER THE RECEIVER'S REJECTION REASON".
            MOVE SPACES TO XMIT-ANSWER-REFERENCE.
            ACCEPT XMIT-ANSWER-REFERENCE.
            INSPECT XMIT-ANSWER-REFERENCE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            IF XMIT-ANSWER-REFERENCE = SPACES
                DISPLAY "THE ANSWER MUST BE RECORDED"
                PERFORM ENTER-ANSWER-REFERENCE.

       ENTER-ANSWER-DATE.
            DISPLAY "DATE OF THE RECEIVER'S ANSWER - BLANK IS TODAY".
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO ENTERED-DATE.
            IF ENTERED-DATE = ZEROES
                MOVE TODAY-DATE TO ENTERED-DATE.
            IF ENTERED-DATE < XMIT-BUILT-DATE OR
                  ENTERED-DATE > TODAY-DATE
                DISPLAY "ANSWER DATE MUST FALL FROM THE BUILD TO TODAY"
                PERFORM ENTER-ANSWER-DATE.

       POST-THE-ANSWER.
            IF XMIT-STATUS-BUILT
                MOVE ENTERED-DATE TO XMIT-SENT-DATE
                MOVE OPERATOR-ID TO XMIT-SENT-BY.
            MOVE ANSWER-CHOICE TO XMIT-STATUS.
            MOVE ENTERED-DATE TO XMIT-ANSWER-DATE.
            MOVE OPERATOR-ID TO XMIT-ANSWER-BY.
            PERFORM REWRITE-LOG-RECORD.
            IF XMIT-STATUS-ACCEPTED
                DISPLAY XMIT-FILE-NAME " RECORDED AS ACCEPTED"
            ELSE
                DISPLAY XMIT-FILE-NAME " RECORDED AS REJECTED - "
                   "REBUILD AND SEND THE CORRECTED FILE".

      *--------------------------------
      * PICKING A TRANSMISSION
      *--------------------------------
      * Lists the file's transmissions still waiting on this step -
      * built for SEND, built or sent for ANSWER - and reads back
      * the one picked. Past nine the oldest scroll off; anything
      * that old is on the exception list already.
       PICK-A-TRANSMISSION.
            MOVE "N" TO LOG-RECORD-FOUND.
            MOVE ZERO TO PICK-COUNT.
            PERFORM START-THE-WANTED-FILE.
            PERFORM COLLECT-ONE-PICK
               UNTIL LOG-AT-END = "Y".
            IF PICK-COUNT = ZERO
                DISPLAY "NOTHING FOR " WANTED-FILE-NAME
                   " IS WAITING TO BE RECORDED"
            ELSE
                PERFORM LIST-THE-PICKS
                MOVE "N" TO LOG-RECORD-FOUND
                PERFORM ACCEPT-PICK-CHOICE
                IF PICK-CHOICE NOT = ZERO
                    MOVE PICK-KEY (PICK-CHOICE) TO XMIT-KEY
                    PERFORM READ-LOG-RECORD.

       COLLECT-ONE-PICK.
            PERFORM READ-NEXT-WANTED-RECORD.
            IF LOG-AT-END NOT = "Y"
                IF XMIT-STATUS-BUILT OR
                      (XMIT-STATUS-SENT AND THE-MODE = "ANSWER")
                    PERFORM ADD-ONE-PICK.

       ADD-ONE-PICK.
            IF PICK-COUNT = 9
                PERFORM SHIFT-ONE-PICK
                   VARYING PICK-INDEX FROM 1 BY 1
                   UNTIL PICK-INDEX > 8
            ELSE
                ADD 1 TO PICK-COUNT.
            MOVE XMIT-KEY TO PICK-KEY (PICK-COUNT).

       SHIFT-ONE-PICK.
            MOVE PICK-KEY (PICK-INDEX + 1) TO PICK-KEY (PICK-INDEX).

       LIST-THE-PICKS.
            DISPLAY " ".
            PERFORM LIST-ONE-PICK
               VARYING PICK-INDEX FROM 1 BY 1
               UNTIL PICK-INDEX > PICK-COUNT.

       LIST-ONE-PICK.
            MOVE PICK-KEY (PICK-INDEX) TO XMIT-KEY.
            PERFORM READ-LOG-RECORD.
            MOVE XMIT-RECORD-COUNT TO COUNT-FIELD.
            MOVE XMIT-HASH-TOTAL TO HASH-FIELD.
            DISPLAY PICK-INDEX ". BUILT " XMIT-BUILT-DATE " "
               XMIT-BUILT-TIME (1 : 4) " " XMIT-STATUS
               " RECS " COUNT-FIELD " HASH " HASH-FIELD.

       ACCEPT-PICK-CHOICE.
            DISPLAY "WHICH ONE (1-" PICK-COUNT ", 0 FOR NONE)?".
            ACCEPT PICK-CHOICE.
            IF PICK-CHOICE > PICK-COUNT
                DISPLAY "INVALID SELECTION - PLEASE RE-TRY."
                PERFORM ACCEPT-PICK-CHOICE.

      *--------------------------------
      * INQUIRE
      *--------------------------------
       INQUIRE-MODE.
            MOVE "DISPLAY" TO THE-MODE.
            PERFORM ENTER-FILE-NAME.
            PERFORM LIST-FILE-TRANSMISSIONS
               UNTIL WANTED-FILE-NAME = SPACES.

       LIST-FILE-TRANSMISSIONS.
            MOVE ZEROES TO ENTRIES-LISTED.
            PERFORM START-THE-WANTED-FILE.
            PERFORM LIST-ONE-TRANSMISSION
               UNTIL LOG-AT-END = "Y".
            IF ENTRIES-LISTED = ZEROES
                DISPLAY "NO TRANSMISSIONS ON FILE FOR "
                   WANTED-FILE-NAME.
            PERFORM ENTER-FILE-NAME.

       LIST-ONE-TRANSMISSION.
            PERFORM READ-NEXT-WANTED-RECORD.
            IF LOG-AT-END NOT = "Y"
                ADD 1 TO ENTRIES-LISTED
                PERFORM DISPLAY-ALL-FIELDS.

      *--------------------------------
      * KEY ENTRY
      *--------------------------------
       ENTER-FILE-NAME.
            DISPLAY " ".
            DISPLAY "ENTER FILE NAME TO " THE-MODE
               " (ACHFILE, POSPAY, GLEXPORT ...)".
            DISPLAY "(BLANK TO STOP ENTRY)".
            MOVE SPACES TO WANTED-FILE-NAME.
            ACCEPT WANTED-FILE-NAME.
            INSPECT WANTED-FILE-NAME
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       ASK-TO-POST.
            MOVE "X" TO OK-TO-POST.
            PERFORM ACCEPT-OK-TO-POST
               UNTIL OK-TO-POST = "Y" OR "N".

       ACCEPT-OK-TO-POST.
            DISPLAY "RECORD THIS (Y/N)?".
            ACCEPT OK-TO-POST.
            INSPECT OK-TO-POST
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            IF OK-TO-POST NOT = "Y" AND
                  OK-TO-POST NOT = "N"
                DISPLAY "YOU MUST ENTER YES OR NO".

      *--------------------------------
      * DISPLAY
      *--------------------------------
       DISPLAY-ALL-FIELDS.
            DISPLAY " ".
            DISPLAY "FILE " XMIT-FILE-NAME " BUILT " XMIT-BUILT-DATE
               " " XMIT-BUILT-TIME (1 : 4) " BY " XMIT-PROGRAM
               " / " XMIT-BUILT-BY.
            MOVE XMIT-RECORD-COUNT TO COUNT-FIELD.
            MOVE XMIT-HASH-TOTAL TO HASH-FIELD.
            DISPLAY "RECORDS " COUNT-FIELD "   HASH TOTAL " HASH-FIELD.
            IF XMIT-STATUS-BUILT
                DISPLAY "STATUS: BUILT - NOT YET SENT".
            IF NOT XMIT-STATUS-BUILT
                DISPLAY "SENT " XMIT-SENT-DATE " BY " XMIT-SENT-BY.
            IF XMIT-STATUS-SENT
                DISPLAY "STATUS: SENT - NO ANSWER YET".
            IF XMIT-STATUS-ACCEPTED
                DISPLAY "STATUS: ACCEPTED " XMIT-ANSWER-DATE
                   " BY " XMIT-ANSWER-BY
                DISPLAY "CONFIRMATION: " XMIT-ANSWER-REFERENCE.
            IF XMIT-STATUS-REJECTED
                DISPLAY "STATUS: REJECTED " XMIT-ANSWER-DATE
                   " BY " XMIT-ANSWER-BY
                DISPLAY "REASON: " XMIT-ANSWER-REFERENCE.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       START-THE-WANTED-FILE.
            MOVE WANTED-FILE-NAME TO XMIT-FILE-NAME.
            MOVE ZEROES TO XMIT-BUILT-DATE
                           XMIT-BUILT-TIME.
            MOVE "N" TO LOG-AT-END.
            START TRANSMISSION-LOG-FILE
               KEY IS NOT LESS THAN XMIT-KEY
               INVALID KEY
               MOVE "Y" TO LOG-AT-END.

       READ-NEXT-WANTED-RECORD.
            READ TRANSMISSION-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO LOG-AT-END.
            IF LOG-AT-END NOT = "Y" AND
                  XMIT-FILE-NAME NOT = WANTED-FILE-NAME
                MOVE "Y" TO LOG-AT-END.

       READ-LOG-RECORD.
            MOVE "Y" TO LOG-RECORD-FOUND.
            READ TRANSMISSION-LOG-FILE RECORD
               INVALID KEY
               MOVE "N" TO LOG-RECORD-FOUND.

       REWRITE-LOG-RECORD.
            REWRITE TRANSMISSION-LOG-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING TRANSMISSION LOG".

            COPY "pldate.cbl".
