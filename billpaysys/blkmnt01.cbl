      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Blanket purchase agreement entry and maintenance over the
      * blanket file (fdblkt01.cbl), in the cntmnt01.cbl shape, and
      * the drawing of releases against an agreement. Blanket
      * numbers are keyed from the signed agreement. A release is
      * a purchase order (fdpo01.cbl) opened to the blanket's
      * vendor, GL code and job with the blanket's number on it;
      * it must be dated within the term, must fit in what the
      * other releases leave of the authorized amount, and must
      * fit in the period cap when the blanket has one
      * (plblkt01.cbl). A release's amount is changed here, under
      * the same checks, not in pomnt01.cbl. The authorization
      * cannot be cut below what is already released, and a
      * blanket with releases cannot be deleted or moved to
      * another vendor - close it instead.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. blkmnt01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvnd02.cbl".
            COPY "slblkt01.cbl".
            COPY "slpo01.cbl".
            COPY "sljob01.cbl".
            COPY "slglacct.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdblkt01.cbl".
            COPY "fdpo01.cbl".
            COPY "fdjob01.cbl".
            COPY "fdglacct.cbl".

       WORKING-STORAGE SECTION.
       77   MENU-PICK                          PIC 9.
            88 MENU-PICK-IS-VALID              VALUES 0 THRU 6.

       77   THE-MODE                           PIC X(7).
       77   WHICH-FIELD                        PIC 9.
       77   OK-TO-DELETE                       PIC X.
       77   BLANKET-RECORD-FOUND               PIC X.
       77   VENDOR-RECORD-FOUND                PIC X.
       77   PO-RECORD-FOUND                    PIC X.
       77   GL-ACCOUNT-RECORD-FOUND            PIC X.
       77   JOB-RECORD-FOUND                   PIC X.
       77   ADD-ANOTHER                        PIC X.
       77   RELEASE-IS-OK                      PIC X.
       77   AUTHORIZED-IS-OK                   PIC X.
       77   RELEASE-AMOUNT                     PIC S9(9)V99.
       77   RELEASE-AVAILABLE                  PIC S9(9)V99.

       77   BLANKET-AMOUNT-FIELD               PIC ZZZ,ZZZ,ZZ9.99-.
       77   PO-AMOUNT-FIELD                    PIC ZZZ,ZZ9.99-.
       77   ERROR-MESSAGE                      PIC X(79) VALUE SPACE.

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsnumval01.cbl".
            COPY "wsblkt01.cbl".

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
            OPEN I-O BLANKET-FILE.
            OPEN I-O PURCHASE-ORDER-FILE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT JOB-FILE.
            OPEN INPUT GL-ACCOUNT-FILE.

       CLOSING-PROCEDURE.
            CLOSE BLANKET-FILE.
            CLOSE PURCHASE-ORDER-FILE.
            CLOSE VENDOR-FILE.
            CLOSE JOB-FILE.
            CLOSE GL-ACCOUNT-FILE.

       MAIN-PROCESS.
            PERFORM GET-MENU-PICK.
            PERFORM MAINTAIN-THE-FILE
               UNTIL MENU-PICK = 0.

       GET-MENU-PICK.
            DISPLAY " ".
            DISPLAY "BLANKET AGREEMENT MAINTENANCE - PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. ADD RECORDS".
            DISPLAY "2. CHANGE A RECORD".
            DISPLAY "3. LOOK UP A RECORD".
            DISPLAY "4. DELETE A RECORD".
            DISPLAY "5. DRAW A RELEASE".
            DISPLAY "6. CHANGE A RELEASE AMOUNT".
            DISPLAY " ".
            DISPLAY "0. EXIT".
            PERFORM ACCEPT-MENU-PICK.
            PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       ACCEPT-MENU-PICK.
            DISPLAY "YOUR CHOICE (0-6)?".
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
            IF MENU-PICK = 5
                PERFORM RELEASE-MODE.
            IF MENU-PICK = 6
                PERFORM RELEASE-CHANGE-MODE.

      *--------------------------------
      * ADD
      *--------------------------------
       ADD-MODE.
            MOVE "ADD" TO THE-MODE.
            MOVE "Y" TO ADD-ANOTHER.
            PERFORM GET-NEW-RECORD-KEY.
            PERFORM ADD-RECORDS
               UNTIL ADD-ANOTHER = "N".

       GET-NEW-RECORD-KEY.
            PERFORM ACCEPT-NEW-RECORD-KEY.
            PERFORM RE-ACCEPT-NEW-RECORD-KEY
               UNTIL BLANKET-RECORD-FOUND = "N".

       ACCEPT-NEW-RECORD-KEY.
            PERFORM INIT-BLANKET-RECORD.
            PERFORM ENTER-BLANKET-NUMBER.
            PERFORM READ-BLANKET-RECORD.

       RE-ACCEPT-NEW-RECORD-KEY.
            DISPLAY "BLANKET ALREADY ON FILE".
            PERFORM ACCEPT-NEW-RECORD-KEY.

       ADD-RECORDS.
            PERFORM ENTER-REMAINING-FIELDS.
            PERFORM WRITE-BLANKET-RECORD.
            PERFORM GET-ADD-ANOTHER.

       GET-ADD-ANOTHER.
            PERFORM ACCEPT-ADD-ANOTHER.
            PERFORM RE-ACCEPT-ADD-ANOTHER
               UNTIL ADD-ANOTHER = "Y" OR "N".

       ACCEPT-ADD-ANOTHER.
            DISPLAY "ADD ANOTHER BLANKET (Y/N)?".
            ACCEPT ADD-ANOTHER.
            INSPECT ADD-ANOTHER
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF ADD-ANOTHER = "Y"
                PERFORM GET-NEW-RECORD-KEY.

       RE-ACCEPT-ADD-ANOTHER.
            DISPLAY "YOU MUST ENTER YES (Y) OR NO (N)".
            PERFORM ACCEPT-ADD-ANOTHER.

       ENTER-REMAINING-FIELDS.
            PERFORM ENTER-BLANKET-VENDOR.
            PERFORM ENTER-BLANKET-DESCRIPTION.
            PERFORM ENTER-BLANKET-DATES.
            PERFORM ENTER-BLANKET-AUTHORIZED.
            PERFORM ENTER-BLANKET-CAP.
            PERFORM ENTER-BLANKET-GL-CODE.
            PERFORM ENTER-BLANKET-JOB.
            PERFORM ENTER-BLANKET-STATUS.

      *--------------------------------
      * CHANGE
      *--------------------------------
       CHANGE-MODE.
            MOVE "CHANGE" TO THE-MODE.
            PERFORM GET-EXISTING-RECORD.
            PERFORM CHANGE-RECORDS
               UNTIL BLANKET-NUMBER = SPACES.

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
            DISPLAY "TO CHANGE (1-8) OR 0 TO EXIT".
            ACCEPT WHICH-FIELD.
            PERFORM RE-ASK-WHICH-FIELD
               UNTIL WHICH-FIELD NOT > 8.

       RE-ASK-WHICH-FIELD.
            DISPLAY "INVALID ENTRY".
            DISPLAY "ENTER THE NUMBER OF THE FIELD".
            DISPLAY "TO CHANGE (1-8) OR 0 TO EXIT".
            ACCEPT WHICH-FIELD.

       CHANGE-ONE-FIELD.
            PERFORM CHANGE-THIS-FIELD.
            PERFORM GET-FIELD-TO-CHANGE.

      * DISPLAY-ALL-FIELDS has just summed the releases.
       CHANGE-THIS-FIELD.
            IF WHICH-FIELD = 1
                IF BLKT-RELEASE-COUNT NOT = ZERO
                    DISPLAY "RELEASES ARE DRAWN ON THIS BLANKET -"
                    DISPLAY "THE VENDOR CANNOT BE CHANGED"
                ELSE
                    PERFORM ENTER-BLANKET-VENDOR.
            IF WHICH-FIELD = 2
                PERFORM ENTER-BLANKET-DESCRIPTION.
            IF WHICH-FIELD = 3
                PERFORM ENTER-BLANKET-DATES.
            IF WHICH-FIELD = 4
                PERFORM ENTER-BLANKET-AUTHORIZED
                PERFORM RE-ENTER-BLANKET-AUTHORIZED
                   UNTIL AUTHORIZED-IS-OK = "Y".
            IF WHICH-FIELD = 5
                PERFORM ENTER-BLANKET-CAP.
            IF WHICH-FIELD = 6
                PERFORM ENTER-BLANKET-GL-CODE.
            IF WHICH-FIELD = 7
                PERFORM ENTER-BLANKET-JOB.
            IF WHICH-FIELD = 8
                PERFORM ENTER-BLANKET-STATUS.
            PERFORM REWRITE-BLANKET-RECORD.

       RE-ENTER-BLANKET-AUTHORIZED.
            MOVE BLKT-RELEASED-TOTAL TO BLANKET-AMOUNT-FIELD.
            DISPLAY "RELEASES ALREADY COMMIT " BLANKET-AMOUNT-FIELD.
            DISPLAY "THE AUTHORIZATION CANNOT BE LESS".
            PERFORM ENTER-BLANKET-AUTHORIZED.

      *--------------------------------
      * INQUIRE
      *--------------------------------
       INQUIRE-MODE.
            MOVE "DISPLAY" TO THE-MODE.
            PERFORM GET-EXISTING-RECORD.
            PERFORM INQUIRE-RECORDS
               UNTIL BLANKET-NUMBER = SPACES.

       INQUIRE-RECORDS.
            PERFORM DISPLAY-ALL-FIELDS.
            PERFORM SHOW-THE-RELEASES.
            PERFORM GET-EXISTING-RECORD.

       SHOW-THE-RELEASES.
            MOVE ZEROES TO PO-NUMBER.
            MOVE "N" TO BLKT-PO-AT-END.
            START PURCHASE-ORDER-FILE
               KEY IS NOT LESS THAN PO-NUMBER
               INVALID KEY
               MOVE "Y" TO BLKT-PO-AT-END.
            PERFORM SHOW-ONE-RELEASE
               UNTIL BLKT-PO-AT-END = "Y".
            DISPLAY " ".

       SHOW-ONE-RELEASE.
            READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END MOVE "Y" TO BLKT-PO-AT-END.
            IF BLKT-PO-AT-END NOT = "Y"
                IF PO-BLANKET-NUMBER = BLANKET-NUMBER
                    MOVE PO-DATE TO DATE-CCYYMMDD
                    PERFORM FORMAT-THE-DATE
                    MOVE PO-EXPECTED-AMOUNT TO PO-AMOUNT-FIELD
                    DISPLAY " RELEASE " PO-NUMBER " " FORMATTED-DATE
                       " " PO-AMOUNT-FIELD " " PO-STATUS " "
                       PO-DESCRIPTION.

      *--------------------------------
      * DELETE
      *--------------------------------
       DELETE-MODE.
            MOVE "DELETE" TO THE-MODE.
            PERFORM GET-EXISTING-RECORD.
            PERFORM DELETE-RECORDS
               UNTIL BLANKET-NUMBER = SPACES.

       DELETE-RECORDS.
            PERFORM DISPLAY-ALL-FIELDS.
            IF BLKT-RELEASE-COUNT NOT = ZERO
                DISPLAY "RELEASES ARE DRAWN ON THIS BLANKET - IT"
                DISPLAY "CANNOT BE DELETED. CLOSE IT INSTEAD."
            ELSE
                PERFORM ASK-TO-DELETE
                IF OK-TO-DELETE = "Y"
                    PERFORM DELETE-BLANKET-RECORD.
            PERFORM GET-EXISTING-RECORD.

       ASK-TO-DELETE.
            PERFORM ACCEPT-OK-TO-DELETE.
            PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
            DISPLAY "DELETE THIS RECORD (Y/N)?".
            ACCEPT OK-TO-DELETE.
            INSPECT OK-TO-DELETE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-OK-TO-DELETE.
            DISPLAY "YOU MUST ENTER YES (Y) OR NO (N)".
            PERFORM ACCEPT-OK-TO-DELETE.

      *--------------------------------
      * DRAW A RELEASE
      *--------------------------------
       RELEASE-MODE.
            MOVE "RELEASE" TO THE-MODE.
            PERFORM GET-EXISTING-RECORD.
            PERFORM DRAW-RELEASES
               UNTIL BLANKET-NUMBER = SPACES.

       DRAW-RELEASES.
            PERFORM DISPLAY-ALL-FIELDS.
            IF NOT BLANKET-STATUS-OPEN
                DISPLAY "THIS BLANKET IS CLOSED"
            ELSE
                PERFORM DRAW-ONE-RELEASE.
            PERFORM GET-EXISTING-RECORD.

       DRAW-ONE-RELEASE.
            PERFORM ENTER-RELEASE-NUMBER.
            IF PO-NUMBER NOT = ZEROES
                PERFORM ENTER-RELEASE-DATE
                PERFORM ENTER-RELEASE-DESCRIPTION
                PERFORM ENTER-RELEASE-AMOUNT
                PERFORM RE-ENTER-RELEASE-AMOUNT
                   UNTIL RELEASE-IS-OK = "Y"
                      OR RELEASE-AMOUNT = ZERO
                IF RELEASE-AMOUNT = ZERO
                    DISPLAY "NO RELEASE DRAWN"
                ELSE
                    PERFORM WRITE-THE-RELEASE.

       ENTER-RELEASE-NUMBER.
            PERFORM ACCEPT-RELEASE-NUMBER.
            PERFORM RE-ACCEPT-RELEASE-NUMBER
               UNTIL PO-RECORD-FOUND = "N"
                  OR PO-NUMBER = ZEROES.

       ACCEPT-RELEASE-NUMBER.
            DISPLAY "ENTER PO NUMBER FOR THE RELEASE".
            DISPLAY "(ENTER 0 TO STOP ENTRY)".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO PO-NUMBER.
            MOVE "N" TO PO-RECORD-FOUND.
            IF PO-NUMBER NOT = ZEROES
                PERFORM READ-PO-RECORD.

       RE-ACCEPT-RELEASE-NUMBER.
            DISPLAY "PO ALREADY ON FILE".
            PERFORM ACCEPT-RELEASE-NUMBER.

       ENTER-RELEASE-DATE.
            MOVE "N" TO ZERO-DATE-IS-OK.
            MOVE "ENTER RELEASE DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "A RELEASE DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            IF DATE-CCYYMMDD < BLANKET-START-DATE OR
                  DATE-CCYYMMDD > BLANKET-END-DATE
                DISPLAY "THE RELEASE MUST FALL WITHIN THE TERM"
                PERFORM ENTER-RELEASE-DATE.
            MOVE DATE-CCYYMMDD TO BLKT-CHECK-DATE.

       ENTER-RELEASE-DESCRIPTION.
            DISPLAY "ENTER RELEASE DESCRIPTION (BLANK FOR "
               "THE BLANKET'S)".
            MOVE SPACES TO PO-DESCRIPTION.
            ACCEPT PO-DESCRIPTION.
            INSPECT PO-DESCRIPTION
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF PO-DESCRIPTION = SPACES
                MOVE BLANKET-DESCRIPTION TO PO-DESCRIPTION.

       ENTER-RELEASE-AMOUNT.
            DISPLAY "ENTER RELEASE AMOUNT (0 TO DROP THE RELEASE)".
            ACCEPT PO-AMOUNT-FIELD.
            MOVE PO-AMOUNT-FIELD TO RELEASE-AMOUNT.
            MOVE "Y" TO RELEASE-IS-OK.
            IF RELEASE-AMOUNT NOT = ZERO
                PERFORM CHECK-RELEASE-AMOUNT.

       RE-ENTER-RELEASE-AMOUNT.
            DISPLAY ERROR-MESSAGE.
            PERFORM ENTER-RELEASE-AMOUNT.

      * What the other releases leave of the authorization, and of
      * the period cap when there is one, must cover the release.
       CHECK-RELEASE-AMOUNT.
            MOVE PO-NUMBER TO BLKT-EXCLUDE-PO.
            PERFORM SUM-THE-BLANKET.
            COMPUTE RELEASE-AVAILABLE =
               BLANKET-AUTHORIZED-AMOUNT - BLKT-RELEASED-TOTAL.
            IF RELEASE-AMOUNT < ZERO
                MOVE "A RELEASE CANNOT BE NEGATIVE" TO ERROR-MESSAGE
                MOVE "N" TO RELEASE-IS-OK
            ELSE
            IF RELEASE-AMOUNT > RELEASE-AVAILABLE
                MOVE RELEASE-AVAILABLE TO BLANKET-AMOUNT-FIELD
                MOVE SPACES TO ERROR-MESSAGE
                STRING "ONLY " BLANKET-AMOUNT-FIELD
                   " OF THE AUTHORIZATION IS LEFT"
                   DELIMITED BY SIZE INTO ERROR-MESSAGE
                MOVE "N" TO RELEASE-IS-OK
            ELSE
            IF NOT BLANKET-NOT-CAPPED
                COMPUTE RELEASE-AVAILABLE =
                   BLANKET-PERIOD-CAP - BLKT-PERIOD-RELEASED
                IF RELEASE-AMOUNT > RELEASE-AVAILABLE
                    MOVE RELEASE-AVAILABLE TO BLANKET-AMOUNT-FIELD
                    MOVE SPACES TO ERROR-MESSAGE
                    STRING "ONLY " BLANKET-AMOUNT-FIELD
                       " OF THE PERIOD " BLKT-CHECK-PERIOD
                       " CAP IS LEFT"
                       DELIMITED BY SIZE INTO ERROR-MESSAGE
                    MOVE "N" TO RELEASE-IS-OK.

       WRITE-THE-RELEASE.
            MOVE BLANKET-VENDOR TO PO-VENDOR.
            MOVE BLKT-CHECK-DATE TO PO-DATE.
            MOVE RELEASE-AMOUNT TO PO-EXPECTED-AMOUNT.
            MOVE ZEROES TO PO-VOUCHERED-AMOUNT.
            MOVE BLANKET-GL-CODE TO PO-GL-CODE.
            MOVE "O" TO PO-STATUS.
            MOVE BLANKET-JOB-NUMBER TO PO-JOB-NUMBER.
            MOVE BLANKET-NUMBER TO PO-BLANKET-NUMBER.
            PERFORM WRITE-PO-RECORD.
            DISPLAY "RELEASE PO " PO-NUMBER " DRAWN AGAINST BLANKET "
               BLANKET-NUMBER.

      *--------------------------------
      * CHANGE A RELEASE AMOUNT
      *--------------------------------
      * The new amount is held to the same authorization and cap
      * as a new release, and cannot fall below what is already
      * vouchered against the release.
       RELEASE-CHANGE-MODE.
            PERFORM GET-EXISTING-RELEASE.
            PERFORM CHANGE-RELEASES
               UNTIL PO-NUMBER = ZEROES.

       CHANGE-RELEASES.
            MOVE PO-BLANKET-NUMBER TO BLANKET-NUMBER.
            PERFORM READ-BLANKET-RECORD.
            MOVE PO-EXPECTED-AMOUNT TO PO-AMOUNT-FIELD.
            DISPLAY "RELEASE " PO-NUMBER " OF BLANKET "
               PO-BLANKET-NUMBER ": " PO-DESCRIPTION.
            DISPLAY "  AMOUNT:    " PO-AMOUNT-FIELD.
            MOVE PO-VOUCHERED-AMOUNT TO PO-AMOUNT-FIELD.
            DISPLAY "  VOUCHERED: " PO-AMOUNT-FIELD.
            IF BLANKET-RECORD-FOUND = "N"
                DISPLAY "BLANKET NOT ON FILE"
            ELSE
            IF NOT PO-STATUS-OPEN
                DISPLAY "THIS RELEASE IS CLOSED"
            ELSE
                PERFORM CHANGE-ONE-RELEASE.
            PERFORM GET-EXISTING-RELEASE.

       CHANGE-ONE-RELEASE.
            MOVE PO-DATE TO BLKT-CHECK-DATE.
            PERFORM ENTER-NEW-RELEASE-AMOUNT.
            PERFORM RE-ENTER-NEW-RELEASE-AMOUNT
               UNTIL RELEASE-IS-OK = "Y"
                  OR RELEASE-AMOUNT = ZERO.
            IF RELEASE-AMOUNT = ZERO
                DISPLAY "RELEASE LEFT AS IT WAS"
            ELSE
                MOVE RELEASE-AMOUNT TO PO-EXPECTED-AMOUNT
                PERFORM REWRITE-PO-RECORD.

       ENTER-NEW-RELEASE-AMOUNT.
            DISPLAY "ENTER NEW RELEASE AMOUNT (0 TO LEAVE IT)".
            ACCEPT PO-AMOUNT-FIELD.
            MOVE PO-AMOUNT-FIELD TO RELEASE-AMOUNT.
            MOVE "Y" TO RELEASE-IS-OK.
            IF RELEASE-AMOUNT NOT = ZERO
                IF RELEASE-AMOUNT < PO-VOUCHERED-AMOUNT
                    MOVE "AMOUNT CANNOT FALL BELOW WHAT IS VOUCHERED"
                       TO ERROR-MESSAGE
                    MOVE "N" TO RELEASE-IS-OK
                ELSE
                    PERFORM CHECK-RELEASE-AMOUNT.

       RE-ENTER-NEW-RELEASE-AMOUNT.
            DISPLAY ERROR-MESSAGE.
            PERFORM ENTER-NEW-RELEASE-AMOUNT.

       GET-EXISTING-RELEASE.
            PERFORM ACCEPT-EXISTING-RELEASE.
            PERFORM RE-ACCEPT-EXISTING-RELEASE
               UNTIL PO-RECORD-FOUND = "Y" OR
                  PO-NUMBER = ZEROES.

       ACCEPT-EXISTING-RELEASE.
            DISPLAY "ENTER RELEASE PO NUMBER TO CHANGE".
            DISPLAY "(ENTER 0 TO STOP ENTRY)".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO PO-NUMBER.
            MOVE "N" TO PO-RECORD-FOUND.
            MOVE "PO NOT ON FILE" TO ERROR-MESSAGE.
            IF PO-NUMBER NOT = ZEROES
                PERFORM READ-PO-RECORD
                IF PO-RECORD-FOUND = "Y" AND
                      PO-BLANKET-NUMBER = SPACES
                    MOVE "THAT PO IS NOT A BLANKET RELEASE"
                       TO ERROR-MESSAGE
                    MOVE "N" TO PO-RECORD-FOUND.

       RE-ACCEPT-EXISTING-RELEASE.
            DISPLAY ERROR-MESSAGE.
            PERFORM ACCEPT-EXISTING-RELEASE.

      *--------------------------------
      * FIELD ENTRY
      *--------------------------------
       INIT-BLANKET-RECORD.
            MOVE SPACES TO BLANKET-NUMBER
                           BLANKET-DESCRIPTION
                           BLANKET-CAP-PERIOD
                           BLANKET-GL-CODE
                           BLANKET-JOB-NUMBER.
            MOVE ZEROES TO BLANKET-VENDOR
                           BLANKET-START-DATE
                           BLANKET-END-DATE
                           BLANKET-AUTHORIZED-AMOUNT
                           BLANKET-PERIOD-CAP.
            MOVE "O" TO BLANKET-STATUS.

       ENTER-BLANKET-NUMBER.
            DISPLAY "ENTER BLANKET NUMBER TO " THE-MODE.
            DISPLAY "(ENTER BLANK TO STOP ENTRY)".
            ACCEPT BLANKET-NUMBER.
            INSPECT BLANKET-NUMBER
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       ENTER-BLANKET-VENDOR.
            PERFORM ACCEPT-BLANKET-VENDOR.
            PERFORM RE-ACCEPT-BLANKET-VENDOR
               UNTIL VENDOR-RECORD-FOUND = "Y".

       ACCEPT-BLANKET-VENDOR.
            DISPLAY "ENTER VENDOR".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO BLANKET-VENDOR.
            PERFORM CHECK-BLANKET-VENDOR.

       RE-ACCEPT-BLANKET-VENDOR.
            DISPLAY ERROR-MESSAGE.
            PERFORM ACCEPT-BLANKET-VENDOR.

       CHECK-BLANKET-VENDOR.
            MOVE "N" TO VENDOR-RECORD-FOUND.
            IF BLANKET-VENDOR = ZEROES
                MOVE "VENDOR MUST BE ENTERED" TO ERROR-MESSAGE
            ELSE
                MOVE BLANKET-VENDOR TO VENDOR-NUMBER
                PERFORM READ-VENDOR-RECORD
                IF VENDOR-RECORD-FOUND = "N"
                    MOVE "VENDOR NOT ON FILE" TO ERROR-MESSAGE
                ELSE
                    IF NOT VENDOR-STATUS-ACTIVE
                        MOVE "VENDOR IS NOT ACTIVE" TO ERROR-MESSAGE
                        MOVE "N" TO VENDOR-RECORD-FOUND
                    ELSE
                        DISPLAY "VENDOR: " VENDOR-NAME.

       ENTER-BLANKET-DESCRIPTION.
            PERFORM ACCEPT-BLANKET-DESCRIPTION.
            PERFORM RE-ACCEPT-BLANKET-DESCRIPTION
               UNTIL BLANKET-DESCRIPTION NOT = SPACE.

       ACCEPT-BLANKET-DESCRIPTION.
            DISPLAY "ENTER BLANKET DESCRIPTION".
            ACCEPT BLANKET-DESCRIPTION.
            INSPECT BLANKET-DESCRIPTION
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-BLANKET-DESCRIPTION.
            DISPLAY "A DESCRIPTION MUST BE ENTERED".
            PERFORM ACCEPT-BLANKET-DESCRIPTION.

       ENTER-BLANKET-DATES.
            MOVE "N" TO ZERO-DATE-IS-OK.
            MOVE "ENTER BLANKET START DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "A START DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO BLANKET-START-DATE.
            MOVE "ENTER BLANKET END DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "AN END DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO BLANKET-END-DATE.
            IF BLANKET-END-DATE NOT > BLANKET-START-DATE
                DISPLAY "END DATE MUST FOLLOW THE START DATE"
                PERFORM ENTER-BLANKET-DATES.

       ENTER-BLANKET-AUTHORIZED.
            PERFORM ACCEPT-BLANKET-AUTHORIZED.
            PERFORM RE-ACCEPT-BLANKET-AUTHORIZED
               UNTIL BLANKET-AUTHORIZED-AMOUNT > ZEROES.
            MOVE "Y" TO AUTHORIZED-IS-OK.
            IF THE-MODE = "CHANGE" AND
                  BLANKET-AUTHORIZED-AMOUNT < BLKT-RELEASED-TOTAL
                MOVE "N" TO AUTHORIZED-IS-OK.

       ACCEPT-BLANKET-AUTHORIZED.
            DISPLAY "ENTER TOTAL AUTHORIZED AMOUNT".
            ACCEPT BLANKET-AMOUNT-FIELD.
            MOVE BLANKET-AMOUNT-FIELD TO BLANKET-AUTHORIZED-AMOUNT.

       RE-ACCEPT-BLANKET-AUTHORIZED.
            DISPLAY "AMOUNT MUST BE GREATER THAN ZERO".
            PERFORM ACCEPT-BLANKET-AUTHORIZED.

      * A blank period leaves the releases uncapped.
       ENTER-BLANKET-CAP.
            PERFORM ACCEPT-BLANKET-CAP-PERIOD.
            PERFORM RE-ACCEPT-BLANKET-CAP-PERIOD
               UNTIL BLANKET-CAPPED-MONTHLY OR
                  BLANKET-CAPPED-QUARTERLY OR
                  BLANKET-NOT-CAPPED.
            MOVE ZEROES TO BLANKET-PERIOD-CAP.
            IF NOT BLANKET-NOT-CAPPED
                PERFORM ACCEPT-BLANKET-PERIOD-CAP
                PERFORM RE-ACCEPT-BLANKET-PERIOD-CAP
                   UNTIL BLANKET-PERIOD-CAP > ZEROES.

       ACCEPT-BLANKET-CAP-PERIOD.
            DISPLAY "ENTER CAP PERIOD - M)ONTH, Q)UARTER OR"
               " BLANK FOR NO CAP".
            MOVE SPACE TO BLANKET-CAP-PERIOD.
            ACCEPT BLANKET-CAP-PERIOD.
            INSPECT BLANKET-CAP-PERIOD
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-BLANKET-CAP-PERIOD.
            DISPLAY "YOU MUST ENTER M, Q OR BLANK".
            PERFORM ACCEPT-BLANKET-CAP-PERIOD.

       ACCEPT-BLANKET-PERIOD-CAP.
            DISPLAY "ENTER MOST THAT MAY BE RELEASED IN A PERIOD".
            ACCEPT BLANKET-AMOUNT-FIELD.
            MOVE BLANKET-AMOUNT-FIELD TO BLANKET-PERIOD-CAP.

       RE-ACCEPT-BLANKET-PERIOD-CAP.
            DISPLAY "AMOUNT MUST BE GREATER THAN ZERO".
            PERFORM ACCEPT-BLANKET-PERIOD-CAP.

       ENTER-BLANKET-GL-CODE.
            PERFORM ACCEPT-BLANKET-GL-CODE.
            PERFORM RE-ACCEPT-BLANKET-GL-CODE
               UNTIL BLANKET-GL-CODE NOT = SPACE AND
                  GL-ACCOUNT-RECORD-FOUND = "Y".

       ACCEPT-BLANKET-GL-CODE.
            DISPLAY "ENTER GL EXPENSE CODE FOR THE RELEASES".
            ACCEPT BLANKET-GL-CODE.
            INSPECT BLANKET-GL-CODE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            PERFORM CHECK-BLANKET-GL-CODE.

       RE-ACCEPT-BLANKET-GL-CODE.
            DISPLAY "A VALID GL EXPENSE CODE MUST BE ENTERED".
            PERFORM ACCEPT-BLANKET-GL-CODE.

       CHECK-BLANKET-GL-CODE.
            MOVE "N" TO GL-ACCOUNT-RECORD-FOUND.
            IF BLANKET-GL-CODE NOT = SPACE
                MOVE BLANKET-GL-CODE TO GL-ACCOUNT-CODE
                PERFORM READ-GL-ACCOUNT-RECORD
                IF GL-ACCOUNT-RECORD-FOUND = "N"
                    DISPLAY "GL ACCOUNT NOT ON FILE"
                ELSE
                    IF GL-ACCOUNT-INACTIVE
                        DISPLAY "GL ACCOUNT IS INACTIVE"
                        MOVE "N" TO GL-ACCOUNT-RECORD-FOUND
                    ELSE
                        DISPLAY "GL: " GL-ACCOUNT-NAME.

       ENTER-BLANKET-JOB.
            DISPLAY "ENTER JOB NUMBER (BLANK IF NOT JOB WORK)".
            MOVE SPACES TO BLANKET-JOB-NUMBER.
            ACCEPT BLANKET-JOB-NUMBER.
            INSPECT BLANKET-JOB-NUMBER
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF BLANKET-JOB-NUMBER NOT = SPACES
                MOVE BLANKET-JOB-NUMBER TO JOB-NUMBER
                MOVE "Y" TO JOB-RECORD-FOUND
                READ JOB-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO JOB-RECORD-FOUND
                END-READ
                IF JOB-RECORD-FOUND = "N"
                    DISPLAY "JOB NOT ON FILE"
                    PERFORM ENTER-BLANKET-JOB
                ELSE
                    DISPLAY "JOB: " JOB-DESCRIPTION.

       ENTER-BLANKET-STATUS.
            PERFORM ACCEPT-BLANKET-STATUS.
            PERFORM RE-ACCEPT-BLANKET-STATUS
               UNTIL BLANKET-STATUS-OPEN OR BLANKET-STATUS-CLOSED.

       ACCEPT-BLANKET-STATUS.
            DISPLAY "ENTER STATUS - O)PEN OR C)LOSED".
            ACCEPT BLANKET-STATUS.
            INSPECT BLANKET-STATUS
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-BLANKET-STATUS.
            DISPLAY "YOU MUST ENTER O OR C".
            PERFORM ACCEPT-BLANKET-STATUS.

      *--------------------------------
      * DISPLAY
      *--------------------------------
      * Consumption is summed as of today for the period cap.
       DISPLAY-ALL-FIELDS.
            DISPLAY " ".
            DISPLAY "BLANKET: " BLANKET-NUMBER.
            MOVE BLANKET-VENDOR TO VENDOR-NUMBER.
            PERFORM READ-VENDOR-RECORD.
            IF VENDOR-RECORD-FOUND = "N"
                MOVE "**NOT FOUND**" TO VENDOR-NAME.
            DISPLAY "1. VENDOR: " BLANKET-VENDOR " " VENDOR-NAME.
            DISPLAY "2. DESCRIPTION: " BLANKET-DESCRIPTION.
            MOVE BLANKET-START-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            DISPLAY "3. TERM: " FORMATTED-DATE.
            MOVE BLANKET-END-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            DISPLAY "   THROUGH: " FORMATTED-DATE.
            MOVE BLANKET-AUTHORIZED-AMOUNT TO BLANKET-AMOUNT-FIELD.
            DISPLAY "4. AUTHORIZED: " BLANKET-AMOUNT-FIELD.
            MOVE BLANKET-PERIOD-CAP TO BLANKET-AMOUNT-FIELD.
            DISPLAY "5. CAP PERIOD (M, Q, BLANK = NONE): "
               BLANKET-CAP-PERIOD " CAP: " BLANKET-AMOUNT-FIELD.
            DISPLAY "6. GL CODE: " BLANKET-GL-CODE.
            DISPLAY "7. JOB (BLANK = NONE): " BLANKET-JOB-NUMBER.
            DISPLAY "8. STATUS (O=OPEN, C=CLOSED): "
               BLANKET-STATUS.
            ACCEPT BLKT-CHECK-DATE FROM DATE YYYYMMDD.
            MOVE ZEROES TO BLKT-EXCLUDE-PO.
            PERFORM SUM-THE-BLANKET.
            MOVE BLKT-RELEASED-TOTAL TO BLANKET-AMOUNT-FIELD.
            DISPLAY "   RELEASED: " BLANKET-AMOUNT-FIELD
               " IN " BLKT-RELEASE-COUNT " RELEASES".
            MOVE BLKT-VOUCHERED-TOTAL TO BLANKET-AMOUNT-FIELD.
            DISPLAY "   VOUCHERED: " BLANKET-AMOUNT-FIELD.
            COMPUTE RELEASE-AVAILABLE =
               BLANKET-AUTHORIZED-AMOUNT - BLKT-RELEASED-TOTAL.
            MOVE RELEASE-AVAILABLE TO BLANKET-AMOUNT-FIELD.
            DISPLAY "   LEFT TO RELEASE: " BLANKET-AMOUNT-FIELD.
            IF NOT BLANKET-NOT-CAPPED
                MOVE BLKT-PERIOD-RELEASED TO BLANKET-AMOUNT-FIELD
                DISPLAY "   RELEASED THIS PERIOD (" BLKT-CHECK-PERIOD
                   "): " BLANKET-AMOUNT-FIELD.
            DISPLAY " ".

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       GET-EXISTING-RECORD.
            PERFORM ACCEPT-EXISTING-KEY.
            PERFORM RE-ACCEPT-EXISTING-KEY
               UNTIL BLANKET-RECORD-FOUND = "Y" OR
                  BLANKET-NUMBER = SPACES.

       ACCEPT-EXISTING-KEY.
            PERFORM INIT-BLANKET-RECORD.
            PERFORM ENTER-BLANKET-NUMBER.
            IF BLANKET-NUMBER NOT = SPACES
                PERFORM READ-BLANKET-RECORD.

       RE-ACCEPT-EXISTING-KEY.
            DISPLAY "RECORD NOT FOUND".
            PERFORM ACCEPT-EXISTING-KEY.

       READ-BLANKET-RECORD.
            MOVE "Y" TO BLANKET-RECORD-FOUND.
            READ BLANKET-FILE RECORD
               INVALID KEY
               MOVE "N" TO BLANKET-RECORD-FOUND.

       WRITE-BLANKET-RECORD.
            WRITE BLANKET-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-BLANKET-RECORD.
            REWRITE BLANKET-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING BLANKET RECORD".

       DELETE-BLANKET-RECORD.
            DELETE BLANKET-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING BLANKET RECORD".

       READ-PO-RECORD.
            MOVE "Y" TO PO-RECORD-FOUND.
            READ PURCHASE-ORDER-FILE RECORD
               INVALID KEY
               MOVE "N" TO PO-RECORD-FOUND.

       WRITE-PO-RECORD.
            WRITE PURCHASE-ORDER-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-PO-RECORD.
            REWRITE PURCHASE-ORDER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PURCHASE ORDER RECORD".

       READ-VENDOR-RECORD.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-GL-ACCOUNT-RECORD.
            MOVE "Y" TO GL-ACCOUNT-RECORD-FOUND.
            READ GL-ACCOUNT-FILE RECORD
               INVALID KEY
               MOVE "N" TO GL-ACCOUNT-RECORD-FOUND.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plnumval01.cbl".
            COPY "plblkt01.cbl".
