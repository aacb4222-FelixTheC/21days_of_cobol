      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * GL rollup group maintenance - the hierarchy file
      * (fdglrol01.cbl) vchgl01.cbl and budrpt01.cbl subtotal the
      * chart of accounts through, modeled on glmnt01.cbl. A group
      * names the group above it; the parent must be on file, must
      * not be the group itself or any group below it, and may not
      * make the chain deeper than the four levels the reports
      * carry. A group an account or another group still names
      * cannot be deleted - move them first.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glrmnt01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slglrol01.cbl".
            COPY "slglacct.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdglrol01.cbl".
            COPY "fdglacct.cbl".

       WORKING-STORAGE SECTION.
       77   MENU-PICK                          PIC 9.
            88 MENU-PICK-IS-VALID              VALUES 0 THRU 4.

       77   THE-MODE                           PIC X(7).
       77   WHICH-FIELD                        PIC 9.
       77   OK-TO-DELETE                       PIC X.
       77   GL-ROLLUP-RECORD-FOUND             PIC X.
       77   GROUP-IS-IN-USE                    PIC X.
       77   GL-ACCOUNT-FILE-AT-END             PIC X.
       77   GL-ROLLUP-FILE-AT-END              PIC X.

      * The parent chain check reads the file, so the group being
      * maintained is held here meanwhile.
       77   SAVED-ROLLUP-RECORD                PIC X(42).
       77   PARENT-IS-VALID                    PIC X.
       77   CHAIN-CODE                         PIC X(6).
       77   CHAIN-DEPTH                        PIC 9.

            COPY "wscase01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            PERFORM MAIN-PROCESS.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
            EXIT PROGRAM.

       PROGRAM-DONE.
            EXIT PROGRAM.

       OPENING-PROCEDURE.
            OPEN I-O GL-ROLLUP-FILE.
            OPEN INPUT GL-ACCOUNT-FILE.

       CLOSING-PROCEDURE.
            CLOSE GL-ROLLUP-FILE.
            CLOSE GL-ACCOUNT-FILE.

       MAIN-PROCESS.
            PERFORM GET-MENU-PICK.
            PERFORM MAINTAIN-THE-FILE
               UNTIL MENU-PICK = 0.

       GET-MENU-PICK.
            DISPLAY " ".
            DISPLAY "GL ROLLUP GROUP MAINTENANCE - PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. ADD A GROUP".
            DISPLAY "2. CHANGE A GROUP".
            DISPLAY "3. LOOK UP A GROUP".
            DISPLAY "4. DELETE A GROUP".
            DISPLAY " ".
            DISPLAY "0. EXIT".
            PERFORM ACCEPT-MENU-PICK.
            PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       ACCEPT-MENU-PICK.
            DISPLAY "YOUR CHOICE (0-4)?".
            ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
            DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
            PERFORM ACCEPT-MENU-PICK.

       MAINTAIN-THE-FILE.
            PERFORM DO-THE-PICK.
            PERFORM GET-MENU-PICK.

       DO-THE-PICK.
            IF MENU-PICK = 1
                PERFORM ADD-MODE.
            IF MENU-PICK = 2
                PERFORM CHANGE-MODE.
            IF MENU-PICK = 3
                PERFORM INQUIRE-MODE.
            IF MENU-PICK = 4
                PERFORM DELETE-MODE.

      *--------------------------------
      * ADD
      *--------------------------------
       ADD-MODE.
            MOVE "ADD" TO THE-MODE.
            PERFORM GET-NEW-GL-ROLLUP-CODE.
            PERFORM ADD-RECORDS
               UNTIL GLROL-CODE = SPACES.

       GET-NEW-GL-ROLLUP-CODE.
            PERFORM INIT-GL-ROLLUP-RECORD.
            PERFORM ENTER-GL-ROLLUP-CODE.
            PERFORM RE-ENTER-NEW-GL-ROLLUP-CODE
               UNTIL GL-ROLLUP-RECORD-FOUND = "N" OR
                  GLROL-CODE = SPACES.

       RE-ENTER-NEW-GL-ROLLUP-CODE.
            PERFORM READ-GL-ROLLUP-RECORD.
            IF GL-ROLLUP-RECORD-FOUND = "Y"
                DISPLAY "RECORD ALREADY ON FILE"
                PERFORM ENTER-GL-ROLLUP-CODE.

       ADD-RECORDS.
            PERFORM ENTER-GLROL-NAME.
            PERFORM ENTER-GLROL-PARENT.
            PERFORM WRITE-GL-ROLLUP-RECORD.
            PERFORM GET-NEW-GL-ROLLUP-CODE.

      *--------------------------------
      * CHANGE
      *--------------------------------
       CHANGE-MODE.
            MOVE "CHANGE" TO THE-MODE.
            PERFORM GET-EXISTING-RECORD.
            PERFORM CHANGE-RECORDS
               UNTIL GLROL-CODE = SPACES.

       CHANGE-RECORDS.
            PERFORM GET-FIELD-TO-CHANGE.
            PERFORM CHANGE-ONE-FIELD
               UNTIL WHICH-FIELD = ZERO.
            PERFORM GET-EXISTING-RECORD.

       GET-FIELD-TO-CHANGE.
            PERFORM DISPLAY-ALL-FIELDS.
            PERFORM ASK-WHICH-FIELD.

       ASK-WHICH-FIELD.
            DISPLAY "ENTER THE NUMBER OF THE FIELD".
            DISPLAY "TO CHANGE (1-2) OR 0 TO EXIT".
            ACCEPT WHICH-FIELD.
            IF WHICH-FIELD > 2
                DISPLAY "INVALID ENTRY".

       CHANGE-ONE-FIELD.
            PERFORM CHANGE-THIS-FIELD.
            PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
            IF WHICH-FIELD = 1
                PERFORM ENTER-GLROL-NAME.
            IF WHICH-FIELD = 2
                PERFORM ENTER-GLROL-PARENT.
            PERFORM REWRITE-GL-ROLLUP-RECORD.

      *--------------------------------
      * INQUIRE
      *--------------------------------
       INQUIRE-MODE.
            MOVE "DISPLAY" TO THE-MODE.
            PERFORM GET-EXISTING-RECORD.
            PERFORM INQUIRE-RECORDS
               UNTIL GLROL-CODE = SPACES.

       INQUIRE-RECORDS.
            PERFORM DISPLAY-ALL-FIELDS.
            PERFORM GET-EXISTING-RECORD.

      *--------------------------------
      * DELETE
      *--------------------------------
       DELETE-MODE.
            MOVE "DELETE" TO THE-MODE.
            PERFORM GET-EXISTING-RECORD.
            PERFORM DELETE-RECORDS
               UNTIL GLROL-CODE = SPACES.

       DELETE-RECORDS.
            PERFORM DISPLAY-ALL-FIELDS.
            PERFORM CHECK-GROUP-IS-IN-USE.
            IF GROUP-IS-IN-USE = "Y"
                DISPLAY "ACCOUNTS OR GROUPS STILL ROLL UP INTO THIS"
                DISPLAY "GROUP - IT CANNOT BE DELETED."
            ELSE
                MOVE "X" TO OK-TO-DELETE
                PERFORM ASK-TO-DELETE
                   UNTIL OK-TO-DELETE = "Y" OR "N"
                IF OK-TO-DELETE = "Y"
                    PERFORM DELETE-GL-ROLLUP-RECORD.
            PERFORM GET-EXISTING-RECORD.

       CHECK-GROUP-IS-IN-USE.
            MOVE "N" TO GROUP-IS-IN-USE.
            MOVE GL-ROLLUP-RECORD TO SAVED-ROLLUP-RECORD.
            CLOSE GL-ACCOUNT-FILE.
            OPEN INPUT GL-ACCOUNT-FILE.
            MOVE "N" TO GL-ACCOUNT-FILE-AT-END.
            PERFORM READ-NEXT-GL-ACCOUNT-RECORD.
            PERFORM LOOK-FOR-GROUP-ACCOUNT
               UNTIL GL-ACCOUNT-FILE-AT-END = "Y"
                  OR GROUP-IS-IN-USE = "Y".
            IF GROUP-IS-IN-USE = "N"
                PERFORM LOOK-FOR-CHILD-GROUPS.
            MOVE SAVED-ROLLUP-RECORD TO GL-ROLLUP-RECORD.
            PERFORM READ-GL-ROLLUP-RECORD.

       LOOK-FOR-GROUP-ACCOUNT.
            IF GL-ACCOUNT-ROLLUP = SAVED-ROLLUP-RECORD (1:6)
                MOVE "Y" TO GROUP-IS-IN-USE
            ELSE
                PERFORM READ-NEXT-GL-ACCOUNT-RECORD.

       LOOK-FOR-CHILD-GROUPS.
            MOVE LOW-VALUES TO GLROL-CODE.
            MOVE "N" TO GL-ROLLUP-FILE-AT-END.
            START GL-ROLLUP-FILE
               KEY IS NOT LESS THAN GLROL-CODE
               INVALID KEY
               MOVE "Y" TO GL-ROLLUP-FILE-AT-END.
            IF GL-ROLLUP-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-GL-ROLLUP-RECORD.
            PERFORM LOOK-FOR-ONE-CHILD-GROUP
               UNTIL GL-ROLLUP-FILE-AT-END = "Y"
                  OR GROUP-IS-IN-USE = "Y".

       LOOK-FOR-ONE-CHILD-GROUP.
            IF GLROL-PARENT = SAVED-ROLLUP-RECORD (1:6)
                MOVE "Y" TO GROUP-IS-IN-USE
            ELSE
                PERFORM READ-NEXT-GL-ROLLUP-RECORD.

       READ-NEXT-GL-ACCOUNT-RECORD.
            READ GL-ACCOUNT-FILE NEXT RECORD
               AT END MOVE "Y" TO GL-ACCOUNT-FILE-AT-END.

       READ-NEXT-GL-ROLLUP-RECORD.
            READ GL-ROLLUP-FILE NEXT RECORD
               AT END MOVE "Y" TO GL-ROLLUP-FILE-AT-END.

       ASK-TO-DELETE.
            DISPLAY "DELETE THIS RECORD (Y/N)?".
            ACCEPT OK-TO-DELETE.
            INSPECT OK-TO-DELETE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            IF OK-TO-DELETE NOT = "Y" AND
                  OK-TO-DELETE NOT = "N"
                DISPLAY "YOU MUST ENTER YES OR NO".

      *--------------------------------
      * FIELD ENTRY
      *--------------------------------
       INIT-GL-ROLLUP-RECORD.
            MOVE SPACE TO GL-ROLLUP-RECORD.

       ENTER-GL-ROLLUP-CODE.
            DISPLAY " ".
            DISPLAY "ENTER ROLLUP GROUP CODE TO " THE-MODE.
            DISPLAY "(ENTER BLANK TO STOP ENTRY)".
            ACCEPT GLROL-CODE.
            INSPECT GLROL-CODE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       ENTER-GLROL-NAME.
            PERFORM ACCEPT-GLROL-NAME.
            PERFORM RE-ACCEPT-GLROL-NAME
               UNTIL GLROL-NAME NOT = SPACE.

       ACCEPT-GLROL-NAME.
            DISPLAY "ENTER GROUP DESCRIPTION".
            ACCEPT GLROL-NAME.
            INSPECT GLROL-NAME
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-GLROL-NAME.
            DISPLAY "A DESCRIPTION MUST BE ENTERED".
            PERFORM ACCEPT-GLROL-NAME.

       ENTER-GLROL-PARENT.
            PERFORM ACCEPT-GLROL-PARENT.
            PERFORM RE-ACCEPT-GLROL-PARENT
               UNTIL PARENT-IS-VALID = "Y".

       ACCEPT-GLROL-PARENT.
            DISPLAY "ENTER THE GROUP THIS ONE ROLLS UP INTO".
            DISPLAY "(BLANK = A TOP-LEVEL GROUP)".
            ACCEPT GLROL-PARENT.
            INSPECT GLROL-PARENT
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            PERFORM CHECK-THE-PARENT-CHAIN.

       RE-ACCEPT-GLROL-PARENT.
            PERFORM ACCEPT-GLROL-PARENT.

      * Walk up from the parent: every group on the way must be on
      * file, none may be this group, and the chain with this group
      * at the bottom may be no more than four deep.
       CHECK-THE-PARENT-CHAIN.
            MOVE "Y" TO PARENT-IS-VALID.
            MOVE GL-ROLLUP-RECORD TO SAVED-ROLLUP-RECORD.
            MOVE GLROL-PARENT TO CHAIN-CODE.
            MOVE 1 TO CHAIN-DEPTH.
            PERFORM CLIMB-ONE-PARENT
               UNTIL CHAIN-CODE = SPACES OR
                  PARENT-IS-VALID = "N".
            MOVE SAVED-ROLLUP-RECORD TO GL-ROLLUP-RECORD.

       CLIMB-ONE-PARENT.
            IF CHAIN-CODE = SAVED-ROLLUP-RECORD (1:6)
                DISPLAY "A GROUP CANNOT ROLL UP INTO ITSELF"
                MOVE "N" TO PARENT-IS-VALID
            ELSE
            IF CHAIN-DEPTH = 4
                DISPLAY "THAT MAKES THE CHAIN MORE THAN 4 LEVELS"
                MOVE "N" TO PARENT-IS-VALID
            ELSE
                ADD 1 TO CHAIN-DEPTH
                MOVE CHAIN-CODE TO GLROL-CODE
                PERFORM READ-GL-ROLLUP-RECORD
                IF GL-ROLLUP-RECORD-FOUND = "N"
                    DISPLAY "GROUP " CHAIN-CODE " NOT ON FILE"
                    MOVE "N" TO PARENT-IS-VALID
                ELSE
                    MOVE GLROL-PARENT TO CHAIN-CODE.

       DISPLAY-ALL-FIELDS.
            DISPLAY " ".
            DISPLAY "ROLLUP GROUP CODE: " GLROL-CODE.
            DISPLAY "1. DESCRIPTION: " GLROL-NAME.
            DISPLAY "2. ROLLS UP INTO: " GLROL-PARENT.
            DISPLAY " ".

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       READ-GL-ROLLUP-RECORD.
            MOVE "Y" TO GL-ROLLUP-RECORD-FOUND.
            READ GL-ROLLUP-FILE RECORD
               INVALID KEY
               MOVE "N" TO GL-ROLLUP-RECORD-FOUND.

       WRITE-GL-ROLLUP-RECORD.
            WRITE GL-ROLLUP-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY EXISTS".

       REWRITE-GL-ROLLUP-RECORD.
            REWRITE GL-ROLLUP-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING ROLLUP GROUP RECORD".

       DELETE-GL-ROLLUP-RECORD.
            DELETE GL-ROLLUP-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING ROLLUP GROUP RECORD".

       GET-EXISTING-RECORD.
            PERFORM ACCEPT-EXISTING-KEY.
            PERFORM RE-ACCEPT-EXISTING-KEY
               UNTIL GL-ROLLUP-RECORD-FOUND = "Y" OR
                  GLROL-CODE = SPACES.

       ACCEPT-EXISTING-KEY.
            PERFORM INIT-GL-ROLLUP-RECORD.
            PERFORM ENTER-GL-ROLLUP-CODE.
            IF GLROL-CODE NOT = SPACES
                PERFORM READ-GL-ROLLUP-RECORD.

       RE-ACCEPT-EXISTING-KEY.
            DISPLAY "RECORD NOT FOUND".
            PERFORM ACCEPT-EXISTING-KEY.
