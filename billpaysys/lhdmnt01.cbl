      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Legal-hold register maintenance over fdlhld01.cbl. Counsel
      * names a matter; the holds placed under it keep the vendor's
      * records - master, vouchers live and archived, payment
      * history, journal and audit lines, spooled reports from the
      * held dates - out of every purge and archive run until the
      * hold is released. Restricted to OPERATOR-AUTH-CONTROL
      * holders (the "C" sign-on, like fismnt01). A hold is never
      * changed or deleted once placed: it is released, with who
      * and when, and a narrower or wider one placed under a new
      * matter code if the scope moves. Releasing a hold and
      * placing it again under the same code reopens the record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lhdmnt01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "sllhld01.cbl".
            COPY "slvnd02.cbl".
            COPY "slvndhst.cbl".
            COPY "slvouch.cbl".
            COPY "slvchhst.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdlhld01.cbl".
            COPY "fdvnd04.cbl".
            COPY "fdvndhst.cbl".
            COPY "fdvouch.cbl".
            COPY "fdvchhst.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".

       WORKING-STORAGE SECTION.
       77   MENU-PICK                          PIC 9.
            88 MENU-PICK-IS-VALID              VALUES 0 THRU 3.

       77   THE-MODE                           PIC X(7).
       77   HOLD-RECORD-FOUND                  PIC X.
       77   HOLD-AT-END                        PIC X.
       77   HELD-VENDOR-FOUND                  PIC X.
       77   HELD-VENDOR-NAME                   PIC X(30).
       77   HELD-VOUCHER-FOUND                 PIC X.
       77   HELD-VOUCHER-NUMBER                PIC 9(5).
       77   OK-TO-POST                         PIC X.
       77   WANTED-VENDOR                      PIC 9(5).
       77   HOLDS-LISTED                       PIC 9(3).
       77   TODAY-DATE                         PIC 9(8).
       77   VOUCHER-INDEX                      PIC 9(2).

            COPY "wssignon01.cbl".
            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsnumval01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "C" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM MAIN-PROCESS.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
            EXIT PROGRAM.

       PROGRAM-DONE.
            EXIT PROGRAM.

       OPENING-PROCEDURE.
            OPEN I-O LEGAL-HOLD-FILE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT VENDOR-HISTORY-MASTER-FILE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT VOUCHER-HISTORY-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.

       CLOSING-PROCEDURE.
            CLOSE LEGAL-HOLD-FILE.
            CLOSE VENDOR-FILE.
            CLOSE VENDOR-HISTORY-MASTER-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE VOUCHER-HISTORY-FILE.
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
            DISPLAY "LEGAL-HOLD REGISTER - PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. PLACE A HOLD".
            DISPLAY "2. RELEASE A HOLD".
            DISPLAY "3. LOOK UP A VENDOR'S HOLDS".
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
                PERFORM PLACE-MODE.
            IF MENU-PICK = 2
                PERFORM RELEASE-MODE.
            IF MENU-PICK = 3
                PERFORM INQUIRE-MODE.

      *--------------------------------
      * PLACE
      *--------------------------------
       PLACE-MODE.
            MOVE "PLACE" TO THE-MODE.
            PERFORM ENTER-HOLD-KEY.
            PERFORM PLACE-ONE-HOLD
               UNTIL LHLD-VENDOR = ZEROES.

       PLACE-ONE-HOLD.
            PERFORM READ-HOLD-RECORD.
            IF HOLD-RECORD-FOUND = "Y" AND LHLD-HOLD-PLACED
                DISPLAY "VENDOR IS ALREADY HELD UNDER THIS MATTER"
            ELSE
                PERFORM ENTER-HOLD-SCOPE
                PERFORM DISPLAY-ALL-FIELDS
                PERFORM ASK-TO-POST
                IF OK-TO-POST = "Y"
                    PERFORM POST-THE-HOLD.
            PERFORM ENTER-HOLD-KEY.

       POST-THE-HOLD.
            MOVE "H" TO LHLD-STATUS.
            MOVE OPERATOR-ID TO LHLD-PLACED-BY.
            MOVE TODAY-DATE TO LHLD-PLACED-DATE.
            MOVE SPACES TO LHLD-RELEASED-BY.
            MOVE ZEROES TO LHLD-RELEASED-DATE.
            IF HOLD-RECORD-FOUND = "Y"
                REWRITE LEGAL-HOLD-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING LEGAL HOLD"
            ELSE
                WRITE LEGAL-HOLD-RECORD
                   INVALID KEY
                   DISPLAY "RECORD ALREADY EXISTS".
            DISPLAY "HOLD PLACED - " LHLD-MATTER
               " VENDOR " LHLD-VENDOR.

       ENTER-HOLD-SCOPE.
            PERFORM ENTER-LHLD-MATTER-NAME.
            PERFORM ENTER-LHLD-DATES.
            PERFORM ENTER-LHLD-VOUCHERS.

       ENTER-LHLD-MATTER-NAME.
            DISPLAY "ENTER THE MATTER NAME".
            MOVE SPACES TO LHLD-MATTER-NAME.
            ACCEPT LHLD-MATTER-NAME.
            INSPECT LHLD-MATTER-NAME
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF LHLD-MATTER-NAME = SPACES
                DISPLAY "A MATTER NAME MUST BE ENTERED"
                PERFORM ENTER-LHLD-MATTER-NAME.

       ENTER-LHLD-DATES.
            DISPLAY "NARROW THE HOLD TO VOUCHERS DATED FROM/THRU -".
            DISPLAY "LEAVE A DATE BLANK TO KEEP THAT END OPEN".
            MOVE "Y" TO ZERO-DATE-IS-OK.
            MOVE "HOLD VOUCHERS DATED FROM(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE SPACE TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO LHLD-FROM-DATE.
            MOVE "HOLD VOUCHERS DATED THRU(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO LHLD-THRU-DATE.
            MOVE "N" TO ZERO-DATE-IS-OK.
            IF LHLD-THRU-DATE NOT = ZEROES AND
                  LHLD-THRU-DATE < LHLD-FROM-DATE
                DISPLAY "THRU DATE CANNOT PRECEDE THE FROM DATE"
                PERFORM ENTER-LHLD-DATES.

      * Up to ten vouchers, each of them the vendor's own - live or
      * already archived. None entered holds every voucher in the
      * date range.
       ENTER-LHLD-VOUCHERS.
            MOVE ZEROES TO LHLD-VOUCHER-COUNT.
            PERFORM CLEAR-ONE-HELD-VOUCHER
               VARYING VOUCHER-INDEX FROM 1 BY 1
               UNTIL VOUCHER-INDEX > 10.
            DISPLAY "NARROW THE HOLD TO PARTICULAR VOUCHERS -".
            DISPLAY "UP TO 10, OR 0 TO HOLD ALL OF THEM".
            PERFORM ENTER-ONE-HELD-VOUCHER.
            PERFORM ADD-ONE-HELD-VOUCHER
               UNTIL HELD-VOUCHER-NUMBER = ZEROES
                  OR LHLD-VOUCHER-COUNT = 10.

       CLEAR-ONE-HELD-VOUCHER.
            MOVE ZEROES TO LHLD-VOUCHER (VOUCHER-INDEX).

       ADD-ONE-HELD-VOUCHER.
            ADD 1 TO LHLD-VOUCHER-COUNT.
            MOVE HELD-VOUCHER-NUMBER
               TO LHLD-VOUCHER (LHLD-VOUCHER-COUNT).
            IF LHLD-VOUCHER-COUNT < 10
                PERFORM ENTER-ONE-HELD-VOUCHER.

       ENTER-ONE-HELD-VOUCHER.
            DISPLAY "ENTER VOUCHER NUMBER (0 WHEN DONE)".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO HELD-VOUCHER-NUMBER.
            IF HELD-VOUCHER-NUMBER NOT = ZEROES
                PERFORM CHECK-HELD-VOUCHER
                IF HELD-VOUCHER-FOUND = "N"
                    DISPLAY "NOT A VOUCHER OF THIS VENDOR'S"
                    PERFORM ENTER-ONE-HELD-VOUCHER.

       CHECK-HELD-VOUCHER.
            MOVE HELD-VOUCHER-NUMBER TO VOUCHER-NUMBER.
            MOVE "Y" TO HELD-VOUCHER-FOUND.
            READ VOUCHER-FILE RECORD
               INVALID KEY
               MOVE "N" TO HELD-VOUCHER-FOUND.
            IF HELD-VOUCHER-FOUND = "Y"
                IF VOUCHER-VENDOR NOT = LHLD-VENDOR
                    MOVE "N" TO HELD-VOUCHER-FOUND
                END-IF
            ELSE
                MOVE HELD-VOUCHER-NUMBER TO HISTORY-VOUCHER-NUMBER
                MOVE "Y" TO HELD-VOUCHER-FOUND
                READ VOUCHER-HISTORY-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO HELD-VOUCHER-FOUND
                END-READ
                IF HELD-VOUCHER-FOUND = "Y" AND
                      HISTORY-VOUCHER-VENDOR NOT = LHLD-VENDOR
                    MOVE "N" TO HELD-VOUCHER-FOUND.

       ASK-TO-POST.
            MOVE "X" TO OK-TO-POST.
            PERFORM ACCEPT-OK-TO-POST
               UNTIL OK-TO-POST = "Y" OR "N".

       ACCEPT-OK-TO-POST.
            DISPLAY THE-MODE " THIS HOLD (Y/N)?".
            ACCEPT OK-TO-POST.
            INSPECT OK-TO-POST
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            IF OK-TO-POST NOT = "Y" AND
                  OK-TO-POST NOT = "N"
                DISPLAY "YOU MUST ENTER YES OR NO".

      *--------------------------------
      * RELEASE
      *--------------------------------
       RELEASE-MODE.
            MOVE "RELEASE" TO THE-MODE.
            PERFORM ENTER-HOLD-KEY.
            PERFORM RELEASE-ONE-HOLD
               UNTIL LHLD-VENDOR = ZEROES.

       RELEASE-ONE-HOLD.
            PERFORM READ-HOLD-RECORD.
            IF HOLD-RECORD-FOUND = "N"
                DISPLAY "NO HOLD ON FILE FOR THIS VENDOR AND MATTER"
            ELSE
                PERFORM DISPLAY-ALL-FIELDS
                IF LHLD-HOLD-RELEASED
                    DISPLAY "THIS HOLD IS ALREADY RELEASED"
                ELSE
                    PERFORM ASK-TO-POST
                    IF OK-TO-POST = "Y"
                        PERFORM RELEASE-THE-HOLD.
            PERFORM ENTER-HOLD-KEY.

       RELEASE-THE-HOLD.
            MOVE "R" TO LHLD-STATUS.
            MOVE OPERATOR-ID TO LHLD-RELEASED-BY.
            MOVE TODAY-DATE TO LHLD-RELEASED-DATE.
            REWRITE LEGAL-HOLD-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING LEGAL HOLD".
            DISPLAY "HOLD RELEASED - " LHLD-MATTER
               " VENDOR " LHLD-VENDOR.

      *--------------------------------
      * INQUIRE
      *--------------------------------
       INQUIRE-MODE.
            MOVE "DISPLAY" TO THE-MODE.
            PERFORM ENTER-HELD-VENDOR.
            PERFORM LIST-VENDOR-HOLDS
               UNTIL LHLD-VENDOR = ZEROES.

       LIST-VENDOR-HOLDS.
            MOVE LHLD-VENDOR TO WANTED-VENDOR.
            MOVE ZEROES TO HOLDS-LISTED.
            MOVE LOW-VALUES TO LHLD-MATTER.
            MOVE "N" TO HOLD-AT-END.
            START LEGAL-HOLD-FILE
               KEY IS NOT LESS THAN LHLD-KEY
               INVALID KEY
               MOVE "Y" TO HOLD-AT-END.
            PERFORM LIST-ONE-VENDOR-HOLD
               UNTIL HOLD-AT-END = "Y".
            IF HOLDS-LISTED = ZEROES
                DISPLAY "NO HOLDS ON FILE FOR THIS VENDOR".
            PERFORM ENTER-HELD-VENDOR.

       LIST-ONE-VENDOR-HOLD.
            READ LEGAL-HOLD-FILE NEXT RECORD
               AT END MOVE "Y" TO HOLD-AT-END.
            IF HOLD-AT-END NOT = "Y"
                IF LHLD-VENDOR NOT = WANTED-VENDOR
                    MOVE "Y" TO HOLD-AT-END
                ELSE
                    ADD 1 TO HOLDS-LISTED
                    PERFORM DISPLAY-ALL-FIELDS.

      *--------------------------------
      * KEY ENTRY
      *--------------------------------
       ENTER-HOLD-KEY.
            PERFORM ENTER-HELD-VENDOR.
            IF LHLD-VENDOR NOT = ZEROES
                PERFORM ENTER-LHLD-MATTER.

      * The vendor may already be in the vendor archive - a hold
      * can still be placed, and keeps everything else of theirs.
       ENTER-HELD-VENDOR.
            DISPLAY " ".
            DISPLAY "ENTER VENDOR NUMBER TO " THE-MODE.
            DISPLAY "(ENTER 0 TO STOP ENTRY)".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO LHLD-VENDOR.
            IF LHLD-VENDOR NOT = ZEROES
                PERFORM CHECK-HELD-VENDOR
                IF HELD-VENDOR-FOUND = "N"
                    DISPLAY "VENDOR NOT ON FILE OR IN THE ARCHIVE"
                    PERFORM ENTER-HELD-VENDOR
                ELSE
                    DISPLAY "VENDOR: " HELD-VENDOR-NAME.

       CHECK-HELD-VENDOR.
            MOVE LHLD-VENDOR TO VENDOR-NUMBER.
            MOVE "Y" TO HELD-VENDOR-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO HELD-VENDOR-FOUND.
            IF HELD-VENDOR-FOUND = "Y"
                MOVE VENDOR-NAME TO HELD-VENDOR-NAME
            ELSE
                MOVE LHLD-VENDOR TO VNDHST-VENDOR-NUMBER
                MOVE "Y" TO HELD-VENDOR-FOUND
                READ VENDOR-HISTORY-MASTER-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO HELD-VENDOR-FOUND
                END-READ
                IF HELD-VENDOR-FOUND = "Y"
                    MOVE VNDHST-IMAGE (6 : 30) TO HELD-VENDOR-NAME.

       ENTER-LHLD-MATTER.
            DISPLAY "ENTER MATTER CODE".
            MOVE SPACES TO LHLD-MATTER.
            ACCEPT LHLD-MATTER.
            INSPECT LHLD-MATTER
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF LHLD-MATTER = SPACES
                DISPLAY "A MATTER CODE MUST BE ENTERED"
                PERFORM ENTER-LHLD-MATTER.

      *--------------------------------
      * DISPLAY
      *--------------------------------
       DISPLAY-ALL-FIELDS.
            DISPLAY " ".
            DISPLAY "MATTER " LHLD-MATTER " " LHLD-MATTER-NAME.
            DISPLAY "VENDOR " LHLD-VENDOR.
            IF LHLD-FROM-DATE = ZEROES
                DISPLAY "VOUCHERS DATED FROM: (OPEN)"
            ELSE
                MOVE LHLD-FROM-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                DISPLAY "VOUCHERS DATED FROM: " FORMATTED-DATE.
            IF LHLD-THRU-DATE = ZEROES
                DISPLAY "VOUCHERS DATED THRU: (OPEN)"
            ELSE
                MOVE LHLD-THRU-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                DISPLAY "VOUCHERS DATED THRU: " FORMATTED-DATE.
            IF LHLD-VOUCHER-COUNT = ZEROES
                DISPLAY "VOUCHERS: ALL IN THE DATE RANGE"
            ELSE
                DISPLAY "VOUCHERS ONLY:"
                PERFORM DISPLAY-ONE-HELD-VOUCHER
                   VARYING VOUCHER-INDEX FROM 1 BY 1
                   UNTIL VOUCHER-INDEX > LHLD-VOUCHER-COUNT.
            IF THE-MODE NOT = "PLACE"
                PERFORM DISPLAY-HOLD-STATUS.
            DISPLAY " ".

       DISPLAY-ONE-HELD-VOUCHER.
            DISPLAY "   " LHLD-VOUCHER (VOUCHER-INDEX).

       DISPLAY-HOLD-STATUS.
            IF LHLD-HOLD-PLACED
                DISPLAY "STATUS: HELD SINCE " LHLD-PLACED-DATE
                   " BY " LHLD-PLACED-BY.
            IF LHLD-HOLD-RELEASED
                DISPLAY "STATUS: RELEASED " LHLD-RELEASED-DATE
                   " BY " LHLD-RELEASED-BY
                   " (PLACED " LHLD-PLACED-DATE ")".

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       READ-HOLD-RECORD.
            MOVE "Y" TO HOLD-RECORD-FOUND.
            READ LEGAL-HOLD-FILE RECORD
               INVALID KEY
               MOVE "N" TO HOLD-RECORD-FOUND.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plnumval01.cbl".
