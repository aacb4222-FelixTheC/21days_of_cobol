      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Shared-cost allocation rule maintenance over fdalcr01.cbl -
      * one rule per company and rule code. The source vendor must
      * be on file and the source and target GL codes on the GL
      * master and active, the same checks pomnt01 makes. A fixed
      * percent rule's targets must come to exactly 100.00; a
      * headcount rule shows how many people the phone directory
      * lists in each target department today, so a misspelled
      * department (nobody in it) is caught here and not at month
      * end.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. alcmnt01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slalcr01.cbl".
            COPY "slvnd02.cbl".
            COPY "slglacct.cbl".
            COPY "slphone01.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdalcr01.cbl".
            COPY "fdvnd04.cbl".
            COPY "fdglacct.cbl".
            COPY "fdphone01.cbl".

       WORKING-STORAGE SECTION.
       77   MENU-PICK                          PIC 9.
            88 MENU-PICK-IS-VALID              VALUES 0 THRU 4.

       77   THE-MODE                           PIC X(7).
       77   WHICH-FIELD                        PIC 9.
       77   OK-TO-DELETE                       PIC X.
       77   RULE-RECORD-FOUND                  PIC X.
       77   VENDOR-RECORD-FOUND                PIC X.
       77   GL-ACCOUNT-RECORD-FOUND            PIC X.
       77   PHONE-FILE-AT-END                  PIC X.
       77   TARGET-INDEX                       PIC 99.
       77   TARGETS-DONE                       PIC X.
       77   TARGET-COUNT                       PIC 99.
       77   PERCENT-TOTAL                      PIC 9(4)V99.
       77   DEPARTMENT-HEADCOUNT               PIC 9(5).
       77   PERCENT-FIELD                      PIC ZZ9.99.
       77   PERCENT-TOTAL-FIELD                PIC Z,ZZ9.99.

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
            OPEN I-O ALLOCATION-RULE-FILE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT GL-ACCOUNT-FILE.
            OPEN INPUT PHONE-FILE.

       CLOSING-PROCEDURE.
            CLOSE ALLOCATION-RULE-FILE.
            CLOSE VENDOR-FILE.
            CLOSE GL-ACCOUNT-FILE.
            CLOSE PHONE-FILE.

       MAIN-PROCESS.
            PERFORM GET-MENU-PICK.
            PERFORM MAINTAIN-THE-FILE
               UNTIL MENU-PICK = 0.

       GET-MENU-PICK.
            DISPLAY " ".
            DISPLAY "COST ALLOCATION RULES - PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. ADD A RULE".
            DISPLAY "2. CHANGE A RULE".
            DISPLAY "3. LOOK UP A RULE".
            DISPLAY "4. DELETE A RULE".
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
            PERFORM ENTER-RULE-KEY.
            PERFORM ADD-ONE-RULE
               UNTIL ALCR-COMPANY = ZERO.

       ADD-ONE-RULE.
            PERFORM READ-RULE-RECORD.
            IF RULE-RECORD-FOUND = "Y"
                DISPLAY "RULE ALREADY ON FILE"
            ELSE
                PERFORM INIT-RULE-BODY
                PERFORM ENTER-REMAINING-FIELDS
                WRITE ALLOCATION-RULE-RECORD
                   INVALID KEY
                   DISPLAY "RECORD ALREADY EXISTS".
            PERFORM ENTER-RULE-KEY.

      *--------------------------------
      * CHANGE
      *--------------------------------
       CHANGE-MODE.
            MOVE "CHANGE" TO THE-MODE.
            PERFORM ENTER-RULE-KEY.
            PERFORM CHANGE-ONE-RULE
               UNTIL ALCR-COMPANY = ZERO.

       CHANGE-ONE-RULE.
            PERFORM READ-RULE-RECORD.
            IF RULE-RECORD-FOUND = "N"
                DISPLAY "RULE NOT ON FILE"
            ELSE
                PERFORM DISPLAY-ALL-FIELDS
                PERFORM GET-FIELD-TO-CHANGE
                PERFORM CHANGE-ONE-FIELD
                   UNTIL WHICH-FIELD = ZERO.
            PERFORM ENTER-RULE-KEY.

       GET-FIELD-TO-CHANGE.
            DISPLAY "ENTER THE NUMBER OF THE FIELD".
            DISPLAY "TO CHANGE (1-4) OR 0 TO EXIT".
            ACCEPT WHICH-FIELD.
            PERFORM RE-GET-FIELD-TO-CHANGE
               UNTIL WHICH-FIELD NOT > 4.

       RE-GET-FIELD-TO-CHANGE.
            DISPLAY "INVALID ENTRY".
            DISPLAY "ENTER THE NUMBER OF THE FIELD".
            DISPLAY "TO CHANGE (1-4) OR 0 TO EXIT".
            ACCEPT WHICH-FIELD.

      * The targets are re-keyed with the driver - a rule going
      * from headcount to fixed percent needs its percents.
       CHANGE-ONE-FIELD.
            IF WHICH-FIELD = 1
                PERFORM ENTER-ALCR-DESCRIPTION.
            IF WHICH-FIELD = 2
                PERFORM ENTER-ALCR-SOURCE.
            IF WHICH-FIELD = 3
                PERFORM ENTER-ALCR-DRIVER
                PERFORM ENTER-ALCR-TARGETS.
            IF WHICH-FIELD = 4
                PERFORM ENTER-ALCR-STATUS.
            REWRITE ALLOCATION-RULE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING ALLOCATION RULE".
            PERFORM DISPLAY-ALL-FIELDS.
            PERFORM GET-FIELD-TO-CHANGE.

      *--------------------------------
      * INQUIRE
      *--------------------------------
       INQUIRE-MODE.
            MOVE "DISPLAY" TO THE-MODE.
            PERFORM ENTER-RULE-KEY.
            PERFORM INQUIRE-ONE-RULE
               UNTIL ALCR-COMPANY = ZERO.

       INQUIRE-ONE-RULE.
            PERFORM READ-RULE-RECORD.
            IF RULE-RECORD-FOUND = "N"
                DISPLAY "RULE NOT ON FILE"
            ELSE
                PERFORM DISPLAY-ALL-FIELDS.
            PERFORM ENTER-RULE-KEY.

      *--------------------------------
      * DELETE
      *--------------------------------
       DELETE-MODE.
            MOVE "DELETE" TO THE-MODE.
            PERFORM ENTER-RULE-KEY.
            PERFORM DELETE-ONE-RULE
               UNTIL ALCR-COMPANY = ZERO.

       DELETE-ONE-RULE.
            PERFORM READ-RULE-RECORD.
            IF RULE-RECORD-FOUND = "N"
                DISPLAY "RULE NOT ON FILE"
            ELSE
                PERFORM DISPLAY-ALL-FIELDS
                PERFORM ASK-TO-DELETE
                IF OK-TO-DELETE = "Y"
                    DELETE ALLOCATION-RULE-FILE RECORD
                       INVALID KEY
                       DISPLAY "ERROR DELETING ALLOCATION RULE".
            PERFORM ENTER-RULE-KEY.

       ASK-TO-DELETE.
            MOVE "X" TO OK-TO-DELETE.
            PERFORM ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
            DISPLAY "DELETE THIS RULE (Y/N)?".
            ACCEPT OK-TO-DELETE.
            INSPECT OK-TO-DELETE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            IF OK-TO-DELETE NOT = "Y" AND
                  OK-TO-DELETE NOT = "N"
                DISPLAY "YOU MUST ENTER YES OR NO".

      *--------------------------------
      * KEY AND FIELD ENTRY
      *--------------------------------
       ENTER-RULE-KEY.
            DISPLAY " ".
            DISPLAY "ENTER COMPANY NUMBER (1-9) OF THE RULE TO "
               THE-MODE.
            DISPLAY "(ENTER 0 TO STOP ENTRY)".
            ACCEPT ALCR-COMPANY.
            IF ALCR-COMPANY NOT = ZERO
                PERFORM ACCEPT-RULE-CODE.

       ACCEPT-RULE-CODE.
            DISPLAY "ENTER RULE CODE".
            MOVE SPACES TO ALCR-RULE-CODE.
            ACCEPT ALCR-RULE-CODE.
            INSPECT ALCR-RULE-CODE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF ALCR-RULE-CODE = SPACES
                DISPLAY "A RULE CODE MUST BE ENTERED"
                PERFORM ACCEPT-RULE-CODE.

       INIT-RULE-BODY.
            MOVE SPACES TO ALCR-DESCRIPTION.
            MOVE ZEROES TO ALCR-SOURCE-VENDOR.
            MOVE SPACES TO ALCR-SOURCE-GL-CODE.
            MOVE "P" TO ALCR-DRIVER.
            MOVE "A" TO ALCR-STATUS.
            PERFORM INIT-ONE-TARGET
               VARYING TARGET-INDEX FROM 1 BY 1
               UNTIL TARGET-INDEX > 10.
            MOVE ZEROES TO ALCR-LAST-MONTH.

       INIT-ONE-TARGET.
            MOVE SPACES TO ALCR-TARGET-DEPARTMENT (TARGET-INDEX).
            MOVE SPACES TO ALCR-TARGET-GL-CODE (TARGET-INDEX).
            MOVE ZEROES TO ALCR-TARGET-PERCENT (TARGET-INDEX).

       ENTER-REMAINING-FIELDS.
            PERFORM ENTER-ALCR-DESCRIPTION.
            PERFORM ENTER-ALCR-SOURCE.
            PERFORM ENTER-ALCR-DRIVER.
            PERFORM ENTER-ALCR-TARGETS.

       ENTER-ALCR-DESCRIPTION.
            DISPLAY "ENTER RULE DESCRIPTION".
            ACCEPT ALCR-DESCRIPTION.
            INSPECT ALCR-DESCRIPTION
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

      * Either half may be left open, not both - a rule with no
      * source would sweep up every voucher of the month.
       ENTER-ALCR-SOURCE.
            PERFORM ENTER-ALCR-SOURCE-VENDOR.
            PERFORM ENTER-ALCR-SOURCE-GL-CODE.
            IF ALCR-SOURCE-VENDOR = ZEROES AND
                  ALCR-SOURCE-GL-CODE = SPACES
                DISPLAY "A RULE NEEDS A SOURCE VENDOR OR GL CODE"
                PERFORM ENTER-ALCR-SOURCE.

       ENTER-ALCR-SOURCE-VENDOR.
            DISPLAY "ENTER SOURCE VENDOR NUMBER (0 = ANY VENDOR)".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO ALCR-SOURCE-VENDOR.
            IF ALCR-SOURCE-VENDOR NOT = ZEROES
                PERFORM CHECK-ALCR-SOURCE-VENDOR.

       CHECK-ALCR-SOURCE-VENDOR.
            MOVE ALCR-SOURCE-VENDOR TO VENDOR-NUMBER.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.
            IF VENDOR-RECORD-FOUND = "N"
                DISPLAY "VENDOR NOT ON FILE"
                PERFORM ENTER-ALCR-SOURCE-VENDOR
            ELSE
                DISPLAY "VENDOR: " VENDOR-NAME.

       ENTER-ALCR-SOURCE-GL-CODE.
            DISPLAY "ENTER SOURCE (OVERHEAD) GL CODE".
            DISPLAY "(BLANK = ANY CODE THE VENDOR IS CHARGED TO)".
            MOVE SPACES TO ALCR-SOURCE-GL-CODE.
            ACCEPT ALCR-SOURCE-GL-CODE.
            INSPECT ALCR-SOURCE-GL-CODE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF ALCR-SOURCE-GL-CODE NOT = SPACES
                MOVE ALCR-SOURCE-GL-CODE TO GL-ACCOUNT-CODE
                PERFORM CHECK-GL-ACCOUNT-CODE
                IF GL-ACCOUNT-RECORD-FOUND = "N"
                    PERFORM ENTER-ALCR-SOURCE-GL-CODE.

       ENTER-ALCR-DRIVER.
            PERFORM ACCEPT-ALCR-DRIVER.
            PERFORM RE-ACCEPT-ALCR-DRIVER
               UNTIL ALCR-DRIVER-PERCENT OR ALCR-DRIVER-HEADCOUNT.

       ACCEPT-ALCR-DRIVER.
            DISPLAY "ENTER DRIVER - P)ERCENT OR H)EADCOUNT".
            ACCEPT ALCR-DRIVER.
            INSPECT ALCR-DRIVER
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-ALCR-DRIVER.
            DISPLAY "YOU MUST ENTER P OR H".
            PERFORM ACCEPT-ALCR-DRIVER.

       ENTER-ALCR-STATUS.
            PERFORM ACCEPT-ALCR-STATUS.
            PERFORM RE-ACCEPT-ALCR-STATUS
               UNTIL ALCR-RULE-ACTIVE OR ALCR-RULE-INACTIVE.

       ACCEPT-ALCR-STATUS.
            DISPLAY "ENTER RULE STATUS - A)CTIVE OR I)NACTIVE".
            ACCEPT ALCR-STATUS.
            INSPECT ALCR-STATUS
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-ALCR-STATUS.
            DISPLAY "YOU MUST ENTER A OR I".
            PERFORM ACCEPT-ALCR-STATUS.

      * Targets are keyed in order; a blank department ends the
      * list. Every target needs a GL code to take its share, and
      * a fixed percent rule's percents must total 100.00 or the
      * whole list is keyed again.
       ENTER-ALCR-TARGETS.
            PERFORM INIT-ONE-TARGET
               VARYING TARGET-INDEX FROM 1 BY 1
               UNTIL TARGET-INDEX > 10.
            MOVE "N" TO TARGETS-DONE.
            MOVE ZERO TO TARGET-COUNT.
            MOVE ZERO TO PERCENT-TOTAL.
            PERFORM ENTER-ONE-TARGET
               VARYING TARGET-INDEX FROM 1 BY 1
               UNTIL TARGET-INDEX > 10 OR TARGETS-DONE = "Y".
            IF TARGET-COUNT = ZERO
                DISPLAY "A RULE NEEDS AT LEAST ONE TARGET"
                PERFORM ENTER-ALCR-TARGETS
            ELSE
            IF ALCR-DRIVER-PERCENT AND PERCENT-TOTAL NOT = 100
                MOVE PERCENT-TOTAL TO PERCENT-TOTAL-FIELD
                DISPLAY "PERCENTS TOTAL " PERCENT-TOTAL-FIELD
                   " - THEY MUST TOTAL 100.00"
                PERFORM ENTER-ALCR-TARGETS.

       ENTER-ONE-TARGET.
            DISPLAY "TARGET " TARGET-INDEX
               " - ENTER DEPARTMENT (BLANK = NO MORE TARGETS)".
            ACCEPT ALCR-TARGET-DEPARTMENT (TARGET-INDEX).
            INSPECT ALCR-TARGET-DEPARTMENT (TARGET-INDEX)
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF ALCR-TARGET-DEPARTMENT (TARGET-INDEX) = SPACES
                MOVE "Y" TO TARGETS-DONE
            ELSE
                ADD 1 TO TARGET-COUNT
                PERFORM ENTER-TARGET-GL-CODE
                IF ALCR-DRIVER-PERCENT
                    PERFORM ENTER-TARGET-PERCENT
                ELSE
                    PERFORM SHOW-DEPARTMENT-HEADCOUNT.

       ENTER-TARGET-GL-CODE.
            DISPLAY "ENTER GL CODE TO CHARGE THE DEPARTMENT'S SHARE".
            ACCEPT ALCR-TARGET-GL-CODE (TARGET-INDEX).
            INSPECT ALCR-TARGET-GL-CODE (TARGET-INDEX)
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            MOVE ALCR-TARGET-GL-CODE (TARGET-INDEX)
               TO GL-ACCOUNT-CODE.
            PERFORM CHECK-GL-ACCOUNT-CODE.
            IF GL-ACCOUNT-RECORD-FOUND = "N"
                PERFORM ENTER-TARGET-GL-CODE.

       ENTER-TARGET-PERCENT.
            DISPLAY "ENTER PERCENT OF THE COST (NNN.NN)".
            ACCEPT PERCENT-FIELD.
            MOVE PERCENT-FIELD TO ALCR-TARGET-PERCENT (TARGET-INDEX).
            ADD ALCR-TARGET-PERCENT (TARGET-INDEX) TO PERCENT-TOTAL.

       SHOW-DEPARTMENT-HEADCOUNT.
            PERFORM COUNT-DEPARTMENT-HEADCOUNT.
            DISPLAY "PHONE DIRECTORY HEADCOUNT TODAY: "
               DEPARTMENT-HEADCOUNT.
            IF DEPARTMENT-HEADCOUNT = ZERO
                DISPLAY "NOBODY IS LISTED IN THIS DEPARTMENT -"
                DISPLAY "IT TAKES NO SHARE UNTIL SOMEONE IS".

      * Same master-file validation voucher entry makes against
      * fdglacct.cbl, with the description echoed back.
       CHECK-GL-ACCOUNT-CODE.
            MOVE "N" TO GL-ACCOUNT-RECORD-FOUND.
            IF GL-ACCOUNT-CODE = SPACES
                DISPLAY "A VALID GL CODE MUST BE ENTERED"
            ELSE
                PERFORM READ-GL-ACCOUNT-RECORD
                IF GL-ACCOUNT-RECORD-FOUND = "N"
                    DISPLAY "GL ACCOUNT NOT ON FILE"
                ELSE
                    IF GL-ACCOUNT-INACTIVE
                        DISPLAY "GL ACCOUNT IS INACTIVE"
                        MOVE "N" TO GL-ACCOUNT-RECORD-FOUND
                    ELSE
                        DISPLAY "GL: " GL-ACCOUNT-NAME.

      *--------------------------------
      * DISPLAY
      *--------------------------------
       DISPLAY-ALL-FIELDS.
            DISPLAY " ".
            DISPLAY "COMPANY " ALCR-COMPANY
               " RULE " ALCR-RULE-CODE.
            DISPLAY "1. DESCRIPTION: " ALCR-DESCRIPTION.
            IF ALCR-SOURCE-VENDOR = ZEROES
                DISPLAY "2. SOURCE VENDOR: ANY"
            ELSE
                DISPLAY "2. SOURCE VENDOR: " ALCR-SOURCE-VENDOR.
            IF ALCR-SOURCE-GL-CODE = SPACES
                DISPLAY "   SOURCE GL CODE: ANY"
            ELSE
                DISPLAY "   SOURCE GL CODE: " ALCR-SOURCE-GL-CODE.
            IF ALCR-DRIVER-HEADCOUNT
                DISPLAY "3. DRIVER: HEADCOUNT"
            ELSE
                DISPLAY "3. DRIVER: FIXED PERCENT".
            PERFORM DISPLAY-ONE-TARGET
               VARYING TARGET-INDEX FROM 1 BY 1
               UNTIL TARGET-INDEX > 10.
            DISPLAY "4. STATUS: " ALCR-STATUS.
            IF ALCR-LAST-MONTH NOT = ZEROES
                DISPLAY "   LAST ALLOCATED: " ALCR-LAST-MONTH.
            DISPLAY " ".

       DISPLAY-ONE-TARGET.
            IF ALCR-TARGET-DEPARTMENT (TARGET-INDEX) NOT = SPACES
                IF ALCR-DRIVER-PERCENT
                    MOVE ALCR-TARGET-PERCENT (TARGET-INDEX)
                       TO PERCENT-FIELD
                    DISPLAY "   " ALCR-TARGET-DEPARTMENT (TARGET-INDEX)
                       " GL " ALCR-TARGET-GL-CODE (TARGET-INDEX)
                       " " PERCENT-FIELD " PCT"
                ELSE
                    PERFORM COUNT-DEPARTMENT-HEADCOUNT
                    DISPLAY "   " ALCR-TARGET-DEPARTMENT (TARGET-INDEX)
                       " GL " ALCR-TARGET-GL-CODE (TARGET-INDEX)
                       " HEADCOUNT " DEPARTMENT-HEADCOUNT.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       READ-RULE-RECORD.
            MOVE "Y" TO RULE-RECORD-FOUND.
            READ ALLOCATION-RULE-FILE RECORD
               INVALID KEY
               MOVE "N" TO RULE-RECORD-FOUND.

       READ-GL-ACCOUNT-RECORD.
            MOVE "Y" TO GL-ACCOUNT-RECORD-FOUND.
            READ GL-ACCOUNT-FILE RECORD
               INVALID KEY
               MOVE "N" TO GL-ACCOUNT-RECORD-FOUND.

      * The directory is keyed by name, so a department's people
      * are counted by reading it through.
       COUNT-DEPARTMENT-HEADCOUNT.
            MOVE ZERO TO DEPARTMENT-HEADCOUNT.
            MOVE LOW-VALUES TO PHONE-NAME-KEY.
            MOVE "N" TO PHONE-FILE-AT-END.
            START PHONE-FILE
               KEY IS NOT LESS THAN PHONE-NAME-KEY
               INVALID KEY
               MOVE "Y" TO PHONE-FILE-AT-END.
            IF PHONE-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-PHONE-RECORD.
            PERFORM COUNT-ONE-PHONE-RECORD
               UNTIL PHONE-FILE-AT-END = "Y".

       COUNT-ONE-PHONE-RECORD.
            IF PHONE-DEPARTMENT =
                  ALCR-TARGET-DEPARTMENT (TARGET-INDEX)
                ADD 1 TO DEPARTMENT-HEADCOUNT.
            PERFORM READ-NEXT-PHONE-RECORD.

       READ-NEXT-PHONE-RECORD.
            READ PHONE-FILE NEXT RECORD
               AT END MOVE "Y" TO PHONE-FILE-AT-END.

            COPY "plnumval01.cbl".
