      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * State nonresident withholding table maintenance
      * (fdstwh01.cbl) - per state the withholding percent, the
      * calendar-year threshold a nonresident's payments must pass
      * before anything is withheld, and the agency the withheld
      * dollars are remitted to. The state is validated against
      * STATE-FILE the same way VENDOR-STATE is. A state is named on
      * a vendor (VENDOR-NONRES-WH-STATE) only once it is here, and
      * a state still named on a vendor should be changed rather
      * than deleted - the payment runs stop withholding for a
      * state that is not on the table.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stwmnt01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slstwh01.cbl".
            COPY "slstate.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdstwh01.cbl".
            COPY "fdstate.cbl".

       WORKING-STORAGE SECTION.
       77   MENU-PICK                          PIC 9.
            88 MENU-PICK-IS-VALID              VALUES 0 THRU 4.

       77   THE-MODE                           PIC X(7).
       77   STWH-RECORD-FOUND                  PIC X.
       77   STATE-RECORD-FOUND                 PIC X.
       77   OK-TO-DELETE                       PIC X.
       77   STWH-RATE-FIELD                    PIC Z9.999.
       77   STWH-THRESHOLD-FIELD               PIC Z,ZZZ,ZZ9.99.

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
            OPEN I-O STATE-WITHHOLDING-FILE.
            OPEN INPUT STATE-FILE.

       CLOSING-PROCEDURE.
            CLOSE STATE-WITHHOLDING-FILE.
            CLOSE STATE-FILE.

       MAIN-PROCESS.
            PERFORM GET-MENU-PICK.
            PERFORM MAINTAIN-THE-FILE
               UNTIL MENU-PICK = 0.

       GET-MENU-PICK.
            DISPLAY " ".
            DISPLAY "STATE NONRESIDENT WITHHOLDING - PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. ADD A STATE".
            DISPLAY "2. CHANGE A STATE".
            DISPLAY "3. LOOK UP A STATE".
            DISPLAY "4. DELETE A STATE".
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

       ADD-MODE.
            MOVE "ADD" TO THE-MODE.
            PERFORM ENTER-STWH-STATE.
            PERFORM ADD-ONE-STATE
               UNTIL STWH-STATE = SPACES.

       ADD-ONE-STATE.
            PERFORM READ-STWH-RECORD.
            IF STWH-RECORD-FOUND = "Y"
                DISPLAY "WITHHOLDING ALREADY ON FILE FOR THAT STATE"
            ELSE
                PERFORM ENTER-STWH-FIELDS
                WRITE STATE-WITHHOLDING-RECORD
                   INVALID KEY
                   DISPLAY "RECORD ALREADY EXISTS".
            PERFORM ENTER-STWH-STATE.

       CHANGE-MODE.
            MOVE "CHANGE" TO THE-MODE.
            PERFORM ENTER-STWH-STATE.
            PERFORM CHANGE-ONE-STATE
               UNTIL STWH-STATE = SPACES.

       CHANGE-ONE-STATE.
            PERFORM READ-STWH-RECORD.
            IF STWH-RECORD-FOUND = "N"
                DISPLAY "WITHHOLDING NOT ON FILE FOR THAT STATE"
            ELSE
                PERFORM DISPLAY-THE-STATE
                PERFORM ENTER-STWH-FIELDS
                REWRITE STATE-WITHHOLDING-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING STATE WITHHOLDING RECORD".
            PERFORM ENTER-STWH-STATE.

       INQUIRE-MODE.
            MOVE "DISPLAY" TO THE-MODE.
            PERFORM ENTER-STWH-STATE.
            PERFORM INQUIRE-ONE-STATE
               UNTIL STWH-STATE = SPACES.

       INQUIRE-ONE-STATE.
            PERFORM READ-STWH-RECORD.
            IF STWH-RECORD-FOUND = "N"
                DISPLAY "WITHHOLDING NOT ON FILE FOR THAT STATE"
            ELSE
                PERFORM DISPLAY-THE-STATE.
            PERFORM ENTER-STWH-STATE.

       DELETE-MODE.
            MOVE "DELETE" TO THE-MODE.
            PERFORM ENTER-STWH-STATE.
            PERFORM DELETE-ONE-STATE
               UNTIL STWH-STATE = SPACES.

       DELETE-ONE-STATE.
            PERFORM READ-STWH-RECORD.
            IF STWH-RECORD-FOUND = "N"
                DISPLAY "WITHHOLDING NOT ON FILE FOR THAT STATE"
            ELSE
                PERFORM DISPLAY-THE-STATE
                PERFORM ASK-TO-DELETE
                IF OK-TO-DELETE = "Y"
                    DELETE STATE-WITHHOLDING-FILE RECORD
                       INVALID KEY
                       DISPLAY "ERROR DELETING STATE WITHHOLDING".
            PERFORM ENTER-STWH-STATE.

       ASK-TO-DELETE.
            MOVE "X" TO OK-TO-DELETE.
            PERFORM ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
            DISPLAY "DELETE THIS STATE (Y/N)?".
            ACCEPT OK-TO-DELETE.
            INSPECT OK-TO-DELETE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            IF OK-TO-DELETE NOT = "Y" AND
                  OK-TO-DELETE NOT = "N"
                DISPLAY "YOU MUST ENTER YES OR NO".

      *--------------------------------
      * FIELD ENTRY AND FILE I-O
      *--------------------------------
       ENTER-STWH-STATE.
            DISPLAY " ".
            DISPLAY "ENTER STATE CODE TO " THE-MODE.
            DISPLAY "(ENTER BLANK TO STOP ENTRY)".
            MOVE SPACES TO STWH-STATE.
            ACCEPT STWH-STATE.
            INSPECT STWH-STATE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF STWH-STATE NOT = SPACES
                MOVE STWH-STATE TO STATE-CODE
                MOVE "Y" TO STATE-RECORD-FOUND
                READ STATE-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO STATE-RECORD-FOUND
                END-READ
                IF STATE-RECORD-FOUND = "N"
                    DISPLAY "STATE CODE NOT FOUND IN CODES FILE"
                    PERFORM ENTER-STWH-STATE.

       ENTER-STWH-FIELDS.
            PERFORM ENTER-STWH-RATE.
            PERFORM ENTER-STWH-THRESHOLD.
            PERFORM ENTER-STWH-AGENCY-NAME.

       ENTER-STWH-RATE.
            DISPLAY "ENTER WITHHOLDING RATE PERCENT (NN.NNN)".
            ACCEPT STWH-RATE-FIELD.
            MOVE STWH-RATE-FIELD TO STWH-RATE.
            IF STWH-RATE = ZERO
                DISPLAY "THE RATE MUST BE ENTERED"
                PERFORM ENTER-STWH-RATE.

       ENTER-STWH-THRESHOLD.
            DISPLAY "ENTER CALENDAR-YEAR THRESHOLD - NOTHING IS".
            DISPLAY "WITHHELD UNTIL THE YEAR'S PAYMENTS PASS IT".
            DISPLAY "(0 = WITHHOLD FROM THE FIRST DOLLAR)".
            ACCEPT STWH-THRESHOLD-FIELD.
            MOVE STWH-THRESHOLD-FIELD TO STWH-THRESHOLD.

       ENTER-STWH-AGENCY-NAME.
            DISPLAY "ENTER THE AGENCY THE WITHHOLDING IS REMITTED TO".
            ACCEPT STWH-AGENCY-NAME.
            INSPECT STWH-AGENCY-NAME
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF STWH-AGENCY-NAME = SPACES
                DISPLAY "THE AGENCY MUST BE ENTERED"
                PERFORM ENTER-STWH-AGENCY-NAME.

       DISPLAY-THE-STATE.
            MOVE STWH-RATE TO STWH-RATE-FIELD.
            MOVE STWH-THRESHOLD TO STWH-THRESHOLD-FIELD.
            DISPLAY "STATE " STWH-STATE
               " WITHHOLDING RATE " STWH-RATE-FIELD " PCT".
            DISPLAY "OVER " STWH-THRESHOLD-FIELD
               " PAID IN THE CALENDAR YEAR".
            DISPLAY "REMIT TO " STWH-AGENCY-NAME.

       READ-STWH-RECORD.
            MOVE "Y" TO STWH-RECORD-FOUND.
            READ STATE-WITHHOLDING-FILE RECORD
               INVALID KEY
               MOVE "N" TO STWH-RECORD-FOUND.
