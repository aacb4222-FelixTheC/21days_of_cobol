      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Country table maintenance - add, change, look up and delete
      * the countries a vendor or remit-to address may carry
      * (fdcntry.cbl), modeled on the state-codes maintenance in
      * stmnt01.cbl. Besides the name, each country carries the
      * address format that tells the check, advice, label and
      * 1042-S printing where the postal code goes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ctrymnt01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slcntry.cbl".

       DATA DIVISION.
       FILE SECTION.

            COPY "fdcntry.cbl".

       WORKING-STORAGE SECTION.
       77   MENU-PICK                           PIC 9.
            88 MENU-PICK-IS-VALID               VALUES 0 THRU 4.

       77   THE-MODE                            PIC X(7).
       77   WHICH-FIELD                         PIC 9.
       77   OK-TO-DELETE                        PIC X.
       77   COUNTRY-RECORD-FOUND                  PIC X.

       77   LOWER-ALPHA                         PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       77   UPPER-ALPHA                         PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            PERFORM MAIN-PROCESS.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN I-O COUNTRY-FILE.

       CLOSING-PROCEDURE.
            CLOSE COUNTRY-FILE.

       MAIN-PROCESS.
            PERFORM GET-MENU-PICK.
            PERFORM MAINTAIN-THE-FILE
               UNTIL MENU-PICK = 0.

       GET-MENU-PICK.
            PERFORM DISPLAY-THE-MENU.
            PERFORM ACCEPT-MENU-PICK.
            PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
            PERFORM CLEAR-SCREEN.
            DISPLAY "PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. ADD A COUNTRY CODE".
            DISPLAY "2. CHANGE A COUNTRY CODE".
            DISPLAY "3. LOOK UP A COUNTRY CODE".
            DISPLAY "4. DELETE A COUNTRY CODE".
            DISPLAY " ".
            DISPLAY "0. EXIT".
            PERFORM SCROLL-LINE 8 TIMES.

       ACCEPT-MENU-PICK.
            DISPLAY "YOUR CHOICE (0-4)?".
            ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
            DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
            PERFORM ACCEPT-MENU-PICK.

       CLEAR-SCREEN.
            PERFORM SCROLL-LINE 25 TIMES.

       SCROLL-LINE.
            DISPLAY " ".

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
            PERFORM GET-NEW-COUNTRY-CODE.
            PERFORM ADD-RECORDS
               UNTIL COUNTRY-CODE = SPACES.

       GET-NEW-COUNTRY-CODE.
            PERFORM INIT-COUNTRY-RECORD.
            PERFORM ENTER-COUNTRY-CODE.
            PERFORM RE-ENTER-NEW-COUNTRY-CODE
               UNTIL COUNTRY-RECORD-FOUND = "N" OR
                     COUNTRY-CODE = SPACES.

       RE-ENTER-NEW-COUNTRY-CODE.
            PERFORM READ-COUNTRY-RECORD.
            IF COUNTRY-RECORD-FOUND = "Y"
                DISPLAY "RECORD ALREADY ON FILE"
                PERFORM ENTER-COUNTRY-CODE.

       ADD-RECORDS.
            PERFORM ENTER-COUNTRY-NAME.
            PERFORM ENTER-ADDRESS-FORMAT.
            PERFORM WRITE-COUNTRY-RECORD.
            PERFORM GET-NEW-COUNTRY-CODE.

      *--------------------------------
      * CHANGE
      *--------------------------------
       CHANGE-MODE.
            MOVE "CHANGE" TO THE-MODE.
            PERFORM GET-EXISTING-RECORD.
            PERFORM CHANGE-RECORDS
               UNTIL COUNTRY-CODE = SPACES.

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
                PERFORM ENTER-COUNTRY-NAME.
            IF WHICH-FIELD = 2
                PERFORM ENTER-ADDRESS-FORMAT.

            PERFORM REWRITE-COUNTRY-RECORD.

      *--------------------------------
      * INQUIRE
      *--------------------------------
       INQUIRE-MODE.
            MOVE "DISPLAY" TO THE-MODE.
            PERFORM GET-EXISTING-RECORD.
            PERFORM INQUIRE-RECORDS
               UNTIL COUNTRY-CODE = SPACES.

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
               UNTIL COUNTRY-CODE = SPACES.

       DELETE-RECORDS.
            PERFORM DISPLAY-ALL-FIELDS.
            MOVE "X" TO OK-TO-DELETE.

            PERFORM ASK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

            IF OK-TO-DELETE = "Y"
                PERFORM DELETE-COUNTRY-RECORD.

            PERFORM GET-EXISTING-RECORD.

       ASK-TO-DELETE.
            DISPLAY "DELETE THIS RECORD (Y/N)?".
            ACCEPT OK-TO-DELETE.
            IF OK-TO-DELETE = "y"
                MOVE "Y" TO OK-TO-DELETE.
            IF OK-TO-DELETE = "n"
                MOVE "N" TO OK-TO-DELETE.
            IF OK-TO-DELETE NOT = "Y" AND
                OK-TO-DELETE NOT = "N"
                DISPLAY "YOU MUST ENTER YES OR NO".

      *--------------------------------
      * ROUTINES FOR ALL
      *--------------------------------
       INIT-COUNTRY-RECORD.
            MOVE SPACE TO COUNTRY-RECORD.

       ENTER-COUNTRY-CODE.
            DISPLAY " ".
            DISPLAY "ENTER COUNTRY CODE TO " THE-MODE.
            DISPLAY "(ENTER BLANK TO STOP ENTRY)".
            ACCEPT COUNTRY-CODE.
            INSPECT COUNTRY-CODE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       ENTER-COUNTRY-NAME.
            PERFORM ACCEPT-COUNTRY-NAME.
            PERFORM RE-ACCEPT-COUNTRY-NAME
               UNTIL COUNTRY-NAME NOT = SPACE.

       ACCEPT-COUNTRY-NAME.
            DISPLAY "ENTER COUNTRY NAME".
            ACCEPT COUNTRY-NAME.
            INSPECT COUNTRY-NAME
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-COUNTRY-NAME.
            DISPLAY "COUNTRY NAME MUST BE ENTERED".
            PERFORM ACCEPT-COUNTRY-NAME.

       ENTER-ADDRESS-FORMAT.
            PERFORM ACCEPT-ADDRESS-FORMAT.
            PERFORM RE-ACCEPT-ADDRESS-FORMAT
               UNTIL COUNTRY-FORMAT-IS-VALID.

       ACCEPT-ADDRESS-FORMAT.
            DISPLAY "ENTER ADDRESS FORMAT - WHERE THE POSTAL CODE GOES".
            DISPLAY "  A = AFTER THE CITY  (E.G. OTTAWA ON K1A 0B1)".
            DISPLAY "  B = BEFORE THE CITY (E.G. 10115 BERLIN)".
            DISPLAY "  C = ON ITS OWN LINE (E.G. LONDON / SW1A 1AA)".
            ACCEPT COUNTRY-ADDRESS-FORMAT.
            INSPECT COUNTRY-ADDRESS-FORMAT
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-ADDRESS-FORMAT.
            DISPLAY "ADDRESS FORMAT MUST BE A, B OR C".
            PERFORM ACCEPT-ADDRESS-FORMAT.

       DISPLAY-ALL-FIELDS.
            DISPLAY " ".
            DISPLAY "COUNTRY CODE: " COUNTRY-CODE.
            DISPLAY "1. COUNTRY NAME: " COUNTRY-NAME.
            DISPLAY "2. ADDRESS FORMAT: " COUNTRY-ADDRESS-FORMAT.
            DISPLAY " ".

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       READ-COUNTRY-RECORD.
            MOVE "Y" TO COUNTRY-RECORD-FOUND.
            READ COUNTRY-FILE RECORD
               INVALID KEY
               MOVE "N" TO COUNTRY-RECORD-FOUND.

       WRITE-COUNTRY-RECORD.
            WRITE COUNTRY-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY EXISTS".

       REWRITE-COUNTRY-RECORD.
            REWRITE COUNTRY-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING COUNTRY RECORD".

       DELETE-COUNTRY-RECORD.
            DELETE COUNTRY-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING COUNTRY RECORD".

       GET-EXISTING-RECORD.
            PERFORM ACCEPT-EXISTING-KEY.
            PERFORM RE-ACCEPT-EXISTING-KEY
               UNTIL COUNTRY-RECORD-FOUND = "Y" OR
               COUNTRY-CODE = SPACES.

       ACCEPT-EXISTING-KEY.
            PERFORM INIT-COUNTRY-RECORD.
            PERFORM ENTER-COUNTRY-CODE.
            IF COUNTRY-CODE NOT = SPACES
                PERFORM READ-COUNTRY-RECORD.

       RE-ACCEPT-EXISTING-KEY.
            DISPLAY "RECORD NOT FOUND".
            PERFORM ACCEPT-EXISTING-KEY.
