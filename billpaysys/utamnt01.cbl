      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Utility service account maintenance over fdutla01.cbl - one
      * account per utility vendor and service location. The vendor
      * must be on file; the account takes the vendor's company. An
      * account with bills recorded against it (fdutlu01.cbl) is
      * closed, not deleted, so its consumption history stays on
      * utlrpt01.cbl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. utamnt01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slutla01.cbl".
            COPY "slutlu01.cbl".
            COPY "slvnd02.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdutla01.cbl".
            COPY "fdutlu01.cbl".
            COPY "fdvnd04.cbl".

       WORKING-STORAGE SECTION.
       77   MENU-PICK                          PIC 9.
            88 MENU-PICK-IS-VALID              VALUES 0 THRU 4.

       77   THE-MODE                           PIC X(7).
       77   WHICH-FIELD                        PIC 9.
       77   OK-TO-DELETE                       PIC X.
       77   ACCOUNT-RECORD-FOUND               PIC X.
       77   VENDOR-RECORD-FOUND                PIC X.
       77   USAGE-ON-FILE                      PIC X.

            COPY "wscase01.cbl".
            COPY "wsnumval01.cbl".

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
            OPEN I-O UTILITY-ACCOUNT-FILE.
            OPEN INPUT UTILITY-USAGE-FILE.
            OPEN INPUT VENDOR-FILE.

       CLOSING-PROCEDURE.
            CLOSE UTILITY-ACCOUNT-FILE.
            CLOSE UTILITY-USAGE-FILE.
            CLOSE VENDOR-FILE.

       MAIN-PROCESS.
            PERFORM GET-MENU-PICK.
            PERFORM MAINTAIN-THE-FILE
               UNTIL MENU-PICK = 0.

       GET-MENU-PICK.
            DISPLAY " ".
            DISPLAY "UTILITY SERVICE ACCOUNTS - PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. ADD AN ACCOUNT".
            DISPLAY "2. CHANGE AN ACCOUNT".
            DISPLAY "3. LOOK UP AN ACCOUNT".
            DISPLAY "4. DELETE AN ACCOUNT".
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
            PERFORM ENTER-ACCOUNT-KEY.
            PERFORM ADD-ONE-ACCOUNT
               UNTIL UTLA-VENDOR = ZEROES.

       ADD-ONE-ACCOUNT.
            PERFORM READ-ACCOUNT-RECORD.
            IF ACCOUNT-RECORD-FOUND = "Y"
                DISPLAY "ACCOUNT ALREADY ON FILE"
            ELSE
                PERFORM INIT-ACCOUNT-BODY
                PERFORM ENTER-REMAINING-FIELDS
                WRITE UTILITY-ACCOUNT-RECORD
                   INVALID KEY
                   DISPLAY "RECORD ALREADY EXISTS".
            PERFORM ENTER-ACCOUNT-KEY.

      *--------------------------------
      * CHANGE
      *--------------------------------
       CHANGE-MODE.
            MOVE "CHANGE" TO THE-MODE.
            PERFORM ENTER-ACCOUNT-KEY.
            PERFORM CHANGE-ONE-ACCOUNT
               UNTIL UTLA-VENDOR = ZEROES.

       CHANGE-ONE-ACCOUNT.
            PERFORM READ-ACCOUNT-RECORD.
            IF ACCOUNT-RECORD-FOUND = "N"
                DISPLAY "ACCOUNT NOT ON FILE"
            ELSE
                PERFORM DISPLAY-ALL-FIELDS
                PERFORM GET-FIELD-TO-CHANGE
                PERFORM CHANGE-ONE-FIELD
                   UNTIL WHICH-FIELD = ZERO.
            PERFORM ENTER-ACCOUNT-KEY.

       GET-FIELD-TO-CHANGE.
            DISPLAY "ENTER THE NUMBER OF THE FIELD".
            DISPLAY "TO CHANGE (1-6) OR 0 TO EXIT".
            ACCEPT WHICH-FIELD.
            PERFORM RE-GET-FIELD-TO-CHANGE
               UNTIL WHICH-FIELD NOT > 6.

       RE-GET-FIELD-TO-CHANGE.
            DISPLAY "INVALID ENTRY".
            DISPLAY "ENTER THE NUMBER OF THE FIELD".
            DISPLAY "TO CHANGE (1-6) OR 0 TO EXIT".
            ACCEPT WHICH-FIELD.

       CHANGE-ONE-FIELD.
            IF WHICH-FIELD = 1
                PERFORM ENTER-UTLA-DESCRIPTION.
            IF WHICH-FIELD = 2
                PERFORM ENTER-UTLA-SERVICE-ADDRESS.
            IF WHICH-FIELD = 3
                PERFORM ENTER-UTLA-ACCOUNT-NUMBER.
            IF WHICH-FIELD = 4
                PERFORM ENTER-UTLA-UTILITY-TYPE.
            IF WHICH-FIELD = 5
                PERFORM ENTER-UTLA-UNIT.
            IF WHICH-FIELD = 6
                PERFORM ENTER-UTLA-STATUS.
            REWRITE UTILITY-ACCOUNT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING SERVICE ACCOUNT".
            PERFORM DISPLAY-ALL-FIELDS.
            PERFORM GET-FIELD-TO-CHANGE.

      *--------------------------------
      * INQUIRE
      *--------------------------------
       INQUIRE-MODE.
            MOVE "DISPLAY" TO THE-MODE.
            PERFORM ENTER-ACCOUNT-KEY.
            PERFORM INQUIRE-ONE-ACCOUNT
               UNTIL UTLA-VENDOR = ZEROES.

       INQUIRE-ONE-ACCOUNT.
            PERFORM READ-ACCOUNT-RECORD.
            IF ACCOUNT-RECORD-FOUND = "N"
                DISPLAY "ACCOUNT NOT ON FILE"
            ELSE
                PERFORM DISPLAY-ALL-FIELDS.
            PERFORM ENTER-ACCOUNT-KEY.

      *--------------------------------
      * DELETE
      *--------------------------------
       DELETE-MODE.
            MOVE "DELETE" TO THE-MODE.
            PERFORM ENTER-ACCOUNT-KEY.
            PERFORM DELETE-ONE-ACCOUNT
               UNTIL UTLA-VENDOR = ZEROES.

       DELETE-ONE-ACCOUNT.
            PERFORM READ-ACCOUNT-RECORD.
            IF ACCOUNT-RECORD-FOUND = "N"
                DISPLAY "ACCOUNT NOT ON FILE"
            ELSE
                PERFORM DISPLAY-ALL-FIELDS
                PERFORM CHECK-FOR-USAGE-HISTORY
                IF USAGE-ON-FILE = "Y"
                    DISPLAY "BILLS ARE RECORDED AGAINST THIS ACCOUNT -"
                    DISPLAY "CLOSE IT (FIELD 6) INSTEAD"
                ELSE
                    PERFORM ASK-TO-DELETE
                    IF OK-TO-DELETE = "Y"
                        DELETE UTILITY-ACCOUNT-FILE RECORD
                           INVALID KEY
                           DISPLAY "ERROR DELETING SERVICE ACCOUNT".
            PERFORM ENTER-ACCOUNT-KEY.

       ASK-TO-DELETE.
            MOVE "X" TO OK-TO-DELETE.
            PERFORM ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
            DISPLAY "DELETE THIS ACCOUNT (Y/N)?".
            ACCEPT OK-TO-DELETE.
            INSPECT OK-TO-DELETE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            IF OK-TO-DELETE NOT = "Y" AND
                  OK-TO-DELETE NOT = "N"
                DISPLAY "YOU MUST ENTER YES OR NO".

      * The usage file's history key leads with the location, so
      * the first record at or after location + vendor tells
      * whether any bill was ever recorded for the account.
       CHECK-FOR-USAGE-HISTORY.
            MOVE "N" TO USAGE-ON-FILE.
            MOVE UTLA-LOCATION TO UTLU-LOCATION.
            MOVE UTLA-VENDOR TO UTLU-VENDOR.
            MOVE ZEROES TO UTLU-READ-FROM.
            START UTILITY-USAGE-FILE
               KEY IS NOT LESS THAN UTLU-HISTORY-KEY
               INVALID KEY
               MOVE "X" TO USAGE-ON-FILE.
            IF USAGE-ON-FILE = "N"
                READ UTILITY-USAGE-FILE NEXT RECORD
                   AT END MOVE "X" TO USAGE-ON-FILE.
            IF USAGE-ON-FILE = "N"
                IF UTLU-LOCATION = UTLA-LOCATION AND
                      UTLU-VENDOR = UTLA-VENDOR
                    MOVE "Y" TO USAGE-ON-FILE.

      *--------------------------------
      * KEY AND FIELD ENTRY
      *--------------------------------
       ENTER-ACCOUNT-KEY.
            DISPLAY " ".
            DISPLAY "ENTER UTILITY VENDOR NUMBER OF THE ACCOUNT TO "
               THE-MODE.
            DISPLAY "(ENTER 0 TO STOP ENTRY)".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO UTLA-VENDOR.
            IF UTLA-VENDOR NOT = ZEROES
                PERFORM CHECK-UTLA-VENDOR.

       CHECK-UTLA-VENDOR.
            MOVE UTLA-VENDOR TO VENDOR-NUMBER.
            PERFORM READ-VENDOR-RECORD.
            IF VENDOR-RECORD-FOUND = "N"
                DISPLAY "VENDOR NOT ON FILE"
                PERFORM ENTER-ACCOUNT-KEY
            ELSE
                DISPLAY "VENDOR: " VENDOR-NAME
                PERFORM ACCEPT-LOCATION-CODE.

       ACCEPT-LOCATION-CODE.
            DISPLAY "ENTER SERVICE LOCATION CODE".
            MOVE SPACES TO UTLA-LOCATION.
            ACCEPT UTLA-LOCATION.
            INSPECT UTLA-LOCATION
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF UTLA-LOCATION = SPACES
                DISPLAY "A LOCATION CODE MUST BE ENTERED"
                PERFORM ACCEPT-LOCATION-CODE.

       INIT-ACCOUNT-BODY.
            MOVE VENDOR-COMPANY TO UTLA-COMPANY.
            MOVE SPACES TO UTLA-DESCRIPTION
                           UTLA-SERVICE-ADDRESS
                           UTLA-ACCOUNT-NUMBER
                           UTLA-UNIT.
            MOVE "E" TO UTLA-UTILITY-TYPE.
            MOVE "A" TO UTLA-STATUS.

       ENTER-REMAINING-FIELDS.
            PERFORM ENTER-UTLA-DESCRIPTION.
            PERFORM ENTER-UTLA-SERVICE-ADDRESS.
            PERFORM ENTER-UTLA-ACCOUNT-NUMBER.
            PERFORM ENTER-UTLA-UTILITY-TYPE.
            PERFORM ENTER-UTLA-UNIT.

       ENTER-UTLA-DESCRIPTION.
            DISPLAY "ENTER LOCATION DESCRIPTION".
            ACCEPT UTLA-DESCRIPTION.
            INSPECT UTLA-DESCRIPTION
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF UTLA-DESCRIPTION = SPACES
                DISPLAY "A DESCRIPTION MUST BE ENTERED"
                PERFORM ENTER-UTLA-DESCRIPTION.

       ENTER-UTLA-SERVICE-ADDRESS.
            DISPLAY "ENTER SERVICE ADDRESS".
            ACCEPT UTLA-SERVICE-ADDRESS.
            INSPECT UTLA-SERVICE-ADDRESS
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       ENTER-UTLA-ACCOUNT-NUMBER.
            DISPLAY "ENTER THE UTILITY'S ACCOUNT NUMBER".
            ACCEPT UTLA-ACCOUNT-NUMBER.
            INSPECT UTLA-ACCOUNT-NUMBER
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       ENTER-UTLA-UTILITY-TYPE.
            PERFORM ACCEPT-UTLA-UTILITY-TYPE.
            PERFORM RE-ACCEPT-UTLA-UTILITY-TYPE
               UNTIL UTLA-ELECTRIC OR UTLA-GAS OR UTLA-WATER
                  OR UTLA-OTHER-UTILITY.

       ACCEPT-UTLA-UTILITY-TYPE.
            DISPLAY "ENTER UTILITY - E)LECTRIC G)AS W)ATER O)THER".
            ACCEPT UTLA-UTILITY-TYPE.
            INSPECT UTLA-UTILITY-TYPE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-UTLA-UTILITY-TYPE.
            DISPLAY "YOU MUST ENTER E, G, W OR O".
            PERFORM ACCEPT-UTLA-UTILITY-TYPE.

       ENTER-UTLA-UNIT.
            DISPLAY "ENTER UNIT OF MEASURE (KWH, THERM, CCF, GAL)".
            ACCEPT UTLA-UNIT.
            INSPECT UTLA-UNIT
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF UTLA-UNIT = SPACES
                DISPLAY "A UNIT OF MEASURE MUST BE ENTERED"
                PERFORM ENTER-UTLA-UNIT.

       ENTER-UTLA-STATUS.
            PERFORM ACCEPT-UTLA-STATUS.
            PERFORM RE-ACCEPT-UTLA-STATUS
               UNTIL UTLA-ACCOUNT-ACTIVE OR UTLA-ACCOUNT-CLOSED.

       ACCEPT-UTLA-STATUS.
            DISPLAY "ENTER ACCOUNT STATUS - A)CTIVE OR C)LOSED".
            ACCEPT UTLA-STATUS.
            INSPECT UTLA-STATUS
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-UTLA-STATUS.
            DISPLAY "YOU MUST ENTER A OR C".
            PERFORM ACCEPT-UTLA-STATUS.

      *--------------------------------
      * DISPLAY
      *--------------------------------
       DISPLAY-ALL-FIELDS.
            DISPLAY " ".
            DISPLAY "VENDOR " UTLA-VENDOR
               " LOCATION " UTLA-LOCATION
               " COMPANY " UTLA-COMPANY.
            DISPLAY "1. DESCRIPTION: " UTLA-DESCRIPTION.
            DISPLAY "2. SERVICE ADDRESS: " UTLA-SERVICE-ADDRESS.
            DISPLAY "3. UTILITY ACCOUNT: " UTLA-ACCOUNT-NUMBER.
            IF UTLA-ELECTRIC
                DISPLAY "4. UTILITY: ELECTRIC".
            IF UTLA-GAS
                DISPLAY "4. UTILITY: GAS".
            IF UTLA-WATER
                DISPLAY "4. UTILITY: WATER".
            IF UTLA-OTHER-UTILITY
                DISPLAY "4. UTILITY: OTHER".
            DISPLAY "5. UNIT OF MEASURE: " UTLA-UNIT.
            IF UTLA-ACCOUNT-CLOSED
                DISPLAY "6. STATUS: CLOSED"
            ELSE
                DISPLAY "6. STATUS: ACTIVE".
            DISPLAY " ".

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       READ-ACCOUNT-RECORD.
            MOVE "Y" TO ACCOUNT-RECORD-FOUND.
            READ UTILITY-ACCOUNT-FILE RECORD
               INVALID KEY
               MOVE "N" TO ACCOUNT-RECORD-FOUND.

       READ-VENDOR-RECORD.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

            COPY "plnumval01.cbl".
