      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * New-vendor request - purchasing's side of vendor onboarding.
      * A buyer who needs a new supplier no longer phones AP to
      * "just set them up": the request is keyed here (fdvndreq.cbl)
      * with the vendor's name, address, tax id, how they want to be
      * paid, and the business reason, and waits in the onboarding
      * queue until AP has worked the checklist (vndonb01.cbl) and a
      * second operator has activated it from vndmnt04's add. Any
      * active operator may sign on.
      *   1. ENTER A NEW VENDOR REQUEST
      *   2. LOOK UP A REQUEST - where it stands on the checklist,
      *      and the vendor number once it is activated
      *   3. WITHDRAW A REQUEST - the requester's own open request
      *      only; it stays on file as withdrawn
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndreq01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvndreq.cbl".
            COPY "slstate.cbl".
            COPY "slcntry.cbl".
            COPY "slcontrol.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".
            COPY "sljrnl01.cbl".
            COPY "slaudit01.cbl".

       DATA DIVISION.
       FILE SECTION.

            COPY "fdvndreq.cbl".
            COPY "fdstate.cbl".
            COPY "fdcntry.cbl".
            COPY "fdcontrol.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdaudit01.cbl".

       WORKING-STORAGE SECTION.

            COPY "wsctllck.cbl".

       77   MENU-PICK                          PIC 9.
            88 MENU-PICK-IS-VALID              VALUES 0 THRU 3.

       77   REQUEST-RECORD-FOUND               PIC X.
       77   STATE-RECORD-FOUND                 PIC X.
       77   COUNTRY-RECORD-FOUND               PIC X.
       77   REQUEST-NUMBER-ENTRY               PIC 9(5).
       77   OK-TO-SUBMIT                       PIC X.
       77   OK-TO-WITHDRAW                     PIC X.
       77   WITHDRAW-REASON                    PIC X(30).
       77   STATUS-DESCRIPTION                 PIC X(30).
       77   CHECKLIST-STEP-NAME                PIC X(25).
       77   CHECKLIST-STEP-VALUE               PIC X.
       77   CHECKLIST-STEP-STATE               PIC X(25).

            COPY "wssignon01.cbl".
            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsjrnl01.cbl".
            COPY "wsmask01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE " " TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            MOVE OPERATOR-ID TO JOURNAL-BY-OPERATOR.
            MOVE "vndreq01" TO SENSITIVE-PROGRAM-ID.
            PERFORM GET-MENU-PICK.
            PERFORM DO-THE-PICK
               UNTIL MENU-PICK = 0.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
            EXIT PROGRAM.

       PROGRAM-DONE.
            EXIT PROGRAM.

       OPENING-PROCEDURE.
            OPEN I-O VENDOR-REQUEST-FILE.
            OPEN I-O STATE-FILE.
            OPEN INPUT COUNTRY-FILE.
            OPEN I-O CONTROL-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            OPEN EXTEND JOURNAL-FILE.
            OPEN I-O SYSTEM-AUDIT-FILE.
            MOVE "VNDREQ01" TO JOURNAL-PROGRAM-NAME.

       CLOSING-PROCEDURE.
            CLOSE VENDOR-REQUEST-FILE.
            CLOSE STATE-FILE.
            CLOSE COUNTRY-FILE.
            CLOSE CONTROL-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
            CLOSE JOURNAL-FILE.
            CLOSE SYSTEM-AUDIT-FILE.

      *--------------------------------
      * OPERATOR SIGN-ON
      *--------------------------------
            COPY "plsignon01.cbl".

      *--------------------------------
      * MENU
      *--------------------------------
       GET-MENU-PICK.
            DISPLAY " ".
            DISPLAY "NEW VENDOR REQUESTS - PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. ENTER A NEW VENDOR REQUEST".
            DISPLAY "2. LOOK UP A REQUEST".
            DISPLAY "3. WITHDRAW A REQUEST".
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
                PERFORM ENTER-A-REQUEST.
            IF MENU-PICK = 2
                PERFORM LOOK-UP-A-REQUEST.
            IF MENU-PICK = 3
                PERFORM WITHDRAW-A-REQUEST.
            PERFORM GET-MENU-PICK.

      *--------------------------------
      * ENTER
      *--------------------------------
       ENTER-A-REQUEST.
            PERFORM INIT-REQUEST-RECORD.
            PERFORM ENTER-REQUEST-FIELDS.
            PERFORM ASK-OK-TO-SUBMIT.
            IF OK-TO-SUBMIT = "Y"
                PERFORM WRITE-THE-NEW-REQUEST
            ELSE
                DISPLAY "REQUEST NOT SUBMITTED".

       INIT-REQUEST-RECORD.
            MOVE SPACE TO VENDOR-REQUEST-RECORD.
            MOVE ZEROES TO VNDREQ-NUMBER.
            MOVE CURRENT-COMPANY TO VNDREQ-COMPANY.
            MOVE "C" TO VNDREQ-PAYMENT-METHOD.
            MOVE OPERATOR-ID TO VNDREQ-REQUESTED-BY.
            ACCEPT VNDREQ-REQUESTED-DATE FROM DATE YYYYMMDD.
            MOVE "P" TO VNDREQ-STATUS.
            MOVE "N" TO VNDREQ-W9-RECEIVED.
            MOVE ZEROES TO VNDREQ-W9-DATE.
            MOVE SPACE TO VNDREQ-TIN-MATCH-CODE.
            MOVE ZEROES TO VNDREQ-TIN-MATCH-DATE.
            MOVE "N" TO VNDREQ-SANCTIONS-CHECKED.
            MOVE "N" TO VNDREQ-ABA-VERIFIED.
            MOVE "N" TO VNDREQ-DUPLICATE-CHECKED.
            MOVE ZEROES TO VNDREQ-CHECKED-DATE.
            MOVE ZEROES TO VNDREQ-DECIDED-DATE.
            MOVE ZEROES TO VNDREQ-VENDOR-NUMBER.

       ENTER-REQUEST-FIELDS.
            PERFORM ENTER-REQUEST-NAME.
            PERFORM ENTER-REQUEST-ADDRESS-1.
            PERFORM ENTER-REQUEST-ADDRESS-2.
            PERFORM ENTER-REQUEST-COUNTRY.
            PERFORM ENTER-REQUEST-CITY.
            PERFORM ENTER-REQUEST-STATE.
            PERFORM ENTER-REQUEST-ZIP.
            PERFORM ENTER-REQUEST-PHONE.
            PERFORM ENTER-REQUEST-TAX-ID.
            PERFORM ENTER-REQUEST-PAYMENT-METHOD.
            PERFORM ENTER-REQUEST-BANKING.
            PERFORM ENTER-REQUEST-REASON.

       ENTER-REQUEST-NAME.
            DISPLAY "ENTER VENDOR NAME".
            ACCEPT VNDREQ-NAME.
            INSPECT VNDREQ-NAME
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF VNDREQ-NAME = SPACES
                DISPLAY "VENDOR NAME MUST BE ENTERED"
                PERFORM ENTER-REQUEST-NAME.

       ENTER-REQUEST-ADDRESS-1.
            DISPLAY "ENTER VENDOR ADDRESS-1".
            ACCEPT VNDREQ-ADDRESS-1.
            INSPECT VNDREQ-ADDRESS-1
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF VNDREQ-ADDRESS-1 = SPACES
                DISPLAY "ADDRESS-1 MUST BE ENTERED"
                PERFORM ENTER-REQUEST-ADDRESS-1.

       ENTER-REQUEST-ADDRESS-2.
            DISPLAY "ENTER VENDOR ADDRESS-2".
            ACCEPT VNDREQ-ADDRESS-2.
            INSPECT VNDREQ-ADDRESS-2
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

      * Blank or US is a domestic address; any other country must be
      * in the country table, and its province and postal code are
      * then taken as keyed.
       ENTER-REQUEST-COUNTRY.
            DISPLAY "ENTER VENDOR COUNTRY CODE (BLANK = US)".
            ACCEPT VNDREQ-COUNTRY-CODE.
            INSPECT VNDREQ-COUNTRY-CODE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF VNDREQ-COUNTRY-CODE = "US"
                MOVE SPACES TO VNDREQ-COUNTRY-CODE.
            MOVE "Y" TO COUNTRY-RECORD-FOUND.
            IF VNDREQ-COUNTRY-CODE NOT = SPACES
                MOVE VNDREQ-COUNTRY-CODE TO COUNTRY-CODE
                READ COUNTRY-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO COUNTRY-RECORD-FOUND.
            IF COUNTRY-RECORD-FOUND = "N"
                DISPLAY "COUNTRY CODE NOT FOUND IN COUNTRY TABLE"
                PERFORM ENTER-REQUEST-COUNTRY.

       ENTER-REQUEST-CITY.
            DISPLAY "ENTER VENDOR CITY".
            ACCEPT VNDREQ-CITY.
            INSPECT VNDREQ-CITY
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF VNDREQ-CITY = SPACES
                DISPLAY "CITY MUST BE ENTERED"
                PERFORM ENTER-REQUEST-CITY.

      * The same STATE-FILE lookup vndmnt04 makes, so the request
      * activates without the address having to be re-keyed.
       ENTER-REQUEST-STATE.
            IF VNDREQ-ADDRESS-IS-DOMESTIC
                PERFORM ENTER-REQUEST-US-STATE
            ELSE
                PERFORM ENTER-REQUEST-PROVINCE.

       ENTER-REQUEST-US-STATE.
            DISPLAY "ENTER VENDOR STATE".
            ACCEPT VNDREQ-STATE.
            INSPECT VNDREQ-STATE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            MOVE VNDREQ-STATE TO STATE-CODE.
            MOVE "Y" TO STATE-RECORD-FOUND.
            READ STATE-FILE RECORD
               INVALID KEY
               MOVE "N" TO STATE-RECORD-FOUND.
            IF VNDREQ-STATE = SPACES OR STATE-RECORD-FOUND = "N"
                DISPLAY "STATE CODE NOT FOUND IN CODES FILE"
                PERFORM ENTER-REQUEST-US-STATE.

       ENTER-REQUEST-PROVINCE.
            DISPLAY "ENTER VENDOR PROVINCE/REGION (BLANK IF NONE)".
            ACCEPT VNDREQ-STATE.
            INSPECT VNDREQ-STATE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       ENTER-REQUEST-ZIP.
            IF VNDREQ-ADDRESS-IS-DOMESTIC
                DISPLAY "ENTER VENDOR ZIP"
            ELSE
                DISPLAY "ENTER VENDOR POSTAL CODE (BLANK IF NONE)".
            ACCEPT VNDREQ-ZIP.
            INSPECT VNDREQ-ZIP
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       ENTER-REQUEST-PHONE.
            DISPLAY "ENTER VENDOR PHONE (NNN-NNN-NNNN)".
            ACCEPT VNDREQ-PHONE.
            IF VNDREQ-PHONE = SPACES
                DISPLAY "VENDOR PHONE MUST BE ENTERED"
                PERFORM ENTER-REQUEST-PHONE.

       ENTER-REQUEST-TAX-ID.
            DISPLAY "ENTER VENDOR TAX ID (SSN OR EIN)".
            ACCEPT VNDREQ-TAX-ID.
            IF VNDREQ-TAX-ID = SPACES
                DISPLAY "THE TAX ID IS NEEDED FOR THE TIN MATCH"
                PERFORM ENTER-REQUEST-TAX-ID.

       ENTER-REQUEST-PAYMENT-METHOD.
            DISPLAY "HOW WILL THEY BE PAID - C)HECK OR E)FT".
            ACCEPT VNDREQ-PAYMENT-METHOD.
            INSPECT VNDREQ-PAYMENT-METHOD
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF NOT VNDREQ-PAYS-BY-CHECK AND NOT VNDREQ-PAYS-BY-EFT
                DISPLAY "YOU MUST ENTER C OR E"
                PERFORM ENTER-REQUEST-PAYMENT-METHOD.

      * The banking details come from the vendor's own letterhead;
      * AP proves the routing number against the Fed directory as
      * part of the checklist.
       ENTER-REQUEST-BANKING.
            IF VNDREQ-PAYS-BY-EFT
                PERFORM ENTER-REQUEST-ABA
                PERFORM ENTER-REQUEST-ACCOUNT
            ELSE
                MOVE SPACES TO VNDREQ-ABA-ROUTING-NUMBER
                               VNDREQ-BANK-ACCOUNT-NUMBER.

       ENTER-REQUEST-ABA.
            DISPLAY "ENTER ABA ROUTING NUMBER (9 DIGITS)".
            ACCEPT VNDREQ-ABA-ROUTING-NUMBER.
            IF VNDREQ-ABA-ROUTING-NUMBER NOT NUMERIC
                DISPLAY "ROUTING NUMBER MUST BE 9 DIGITS"
                PERFORM ENTER-REQUEST-ABA.

       ENTER-REQUEST-ACCOUNT.
            DISPLAY "ENTER BANK ACCOUNT NUMBER".
            ACCEPT VNDREQ-BANK-ACCOUNT-NUMBER.
            IF VNDREQ-BANK-ACCOUNT-NUMBER = SPACES
                DISPLAY "ACCOUNT NUMBER MUST BE ENTERED"
                PERFORM ENTER-REQUEST-ACCOUNT.

       ENTER-REQUEST-REASON.
            DISPLAY "WHY DOES THE BUSINESS NEED THIS VENDOR?".
            ACCEPT VNDREQ-BUSINESS-REASON.
            INSPECT VNDREQ-BUSINESS-REASON
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF VNDREQ-BUSINESS-REASON = SPACES
                DISPLAY "A BUSINESS REASON IS REQUIRED"
                PERFORM ENTER-REQUEST-REASON.

       ASK-OK-TO-SUBMIT.
            DISPLAY "SUBMIT THIS REQUEST TO AP (Y/N)?".
            ACCEPT OK-TO-SUBMIT.
            INSPECT OK-TO-SUBMIT
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF OK-TO-SUBMIT NOT = "Y" AND OK-TO-SUBMIT NOT = "N"
                DISPLAY "YOU MUST ENTER Y OR N"
                PERFORM ASK-OK-TO-SUBMIT.

       WRITE-THE-NEW-REQUEST.
            PERFORM RETRIEVE-NEXT-REQUEST-NUMBER.
            WRITE VENDOR-REQUEST-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING VENDOR REQUEST".
            DISPLAY "REQUEST " VNDREQ-NUMBER
               " SUBMITTED TO THE ONBOARDING QUEUE".

      * Request numbers are one series across every company, drawn
      * from company 1's control record under the lock-retry
      * protocol (plctllck.cbl).
       RETRIEVE-NEXT-REQUEST-NUMBER.
            MOVE 1 TO CONTROL-KEY.
            PERFORM READ-CONTROL-WITH-RETRY.
            ADD 1 TO CONTROL-LAST-VENDOR-REQUEST.
            MOVE CONTROL-LAST-VENDOR-REQUEST TO VNDREQ-NUMBER.
            PERFORM REWRITE-CONTROL-WITH-RETRY.

      *--------------------------------
      * LOOK UP
      *--------------------------------
       LOOK-UP-A-REQUEST.
            PERFORM GET-THE-REQUEST.
            IF REQUEST-RECORD-FOUND = "Y"
                PERFORM DISPLAY-THE-REQUEST.

       GET-THE-REQUEST.
            DISPLAY "ENTER REQUEST NUMBER (0 TO CANCEL)".
            ACCEPT REQUEST-NUMBER-ENTRY.
            MOVE "N" TO REQUEST-RECORD-FOUND.
            IF REQUEST-NUMBER-ENTRY NOT = ZEROES
                PERFORM READ-THE-REQUEST
                IF REQUEST-RECORD-FOUND = "N"
                    DISPLAY "REQUEST NOT ON FILE FOR THIS COMPANY".

       READ-THE-REQUEST.
            MOVE REQUEST-NUMBER-ENTRY TO VNDREQ-NUMBER.
            MOVE "Y" TO REQUEST-RECORD-FOUND.
            READ VENDOR-REQUEST-FILE RECORD
               INVALID KEY
               MOVE "N" TO REQUEST-RECORD-FOUND.
            IF REQUEST-RECORD-FOUND = "Y" AND
                  VNDREQ-COMPANY NOT = CURRENT-COMPANY
                MOVE "N" TO REQUEST-RECORD-FOUND.

       DISPLAY-THE-REQUEST.
            DISPLAY " ".
            DISPLAY "REQUEST " VNDREQ-NUMBER "  " VNDREQ-NAME.
            DISPLAY "  " VNDREQ-ADDRESS-1.
            IF VNDREQ-ADDRESS-2 NOT = SPACES
                DISPLAY "  " VNDREQ-ADDRESS-2.
            DISPLAY "  " VNDREQ-CITY " " VNDREQ-STATE " " VNDREQ-ZIP
               " " VNDREQ-COUNTRY-CODE.
            PERFORM SHOW-REQUEST-TAX-ID.
            DISPLAY "  PHONE " VNDREQ-PHONE "  TAX ID "
               SENSITIVE-SHOWN (1 : 11).
            DISPLAY "  REASON: " VNDREQ-BUSINESS-REASON.
            MOVE VNDREQ-REQUESTED-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            DISPLAY "  REQUESTED BY " VNDREQ-REQUESTED-BY
               " ON " FORMATTED-DATE.
            PERFORM DESCRIBE-THE-STATUS.
            DISPLAY "  STATUS: " STATUS-DESCRIPTION.
            IF VNDREQ-STILL-OPEN
                PERFORM DISPLAY-THE-CHECKLIST.
            IF VNDREQ-ACTIVATED
                DISPLAY "  ACTIVATED AS VENDOR " VNDREQ-VENDOR-NUMBER
                   " BY " VNDREQ-DECIDED-BY.
            IF VNDREQ-REJECTED OR VNDREQ-WITHDRAWN
                DISPLAY "  BY " VNDREQ-DECIDED-BY ": "
                   VNDREQ-DECISION-NOTE.

       DESCRIBE-THE-STATUS.
            EVALUATE TRUE
                WHEN VNDREQ-PENDING
                    MOVE "WAITING ON THE AP CHECKLIST"
                       TO STATUS-DESCRIPTION
                WHEN VNDREQ-CHECKLIST-DONE
                    MOVE "CHECKLIST DONE - TO BE ACTIVATED"
                       TO STATUS-DESCRIPTION
                WHEN VNDREQ-ACTIVATED
                    MOVE "ACTIVATED" TO STATUS-DESCRIPTION
                WHEN VNDREQ-REJECTED
                    MOVE "REJECTED" TO STATUS-DESCRIPTION
                WHEN VNDREQ-WITHDRAWN
                    MOVE "WITHDRAWN" TO STATUS-DESCRIPTION
                WHEN OTHER
                    MOVE "UNKNOWN" TO STATUS-DESCRIPTION
            END-EVALUATE.

       DISPLAY-THE-CHECKLIST.
            MOVE "W-9 RECEIVED" TO CHECKLIST-STEP-NAME.
            MOVE VNDREQ-W9-RECEIVED TO CHECKLIST-STEP-VALUE.
            PERFORM DISPLAY-ONE-CHECKLIST-STEP.
            MOVE "IRS TIN MATCH" TO CHECKLIST-STEP-NAME.
            IF VNDREQ-TIN-MATCHED
                MOVE "Y" TO CHECKLIST-STEP-VALUE
            ELSE
                MOVE "N" TO CHECKLIST-STEP-VALUE.
            PERFORM DISPLAY-ONE-CHECKLIST-STEP.
            MOVE "SANCTIONS SCREEN" TO CHECKLIST-STEP-NAME.
            MOVE VNDREQ-SANCTIONS-CHECKED TO CHECKLIST-STEP-VALUE.
            PERFORM DISPLAY-ONE-CHECKLIST-STEP.
            IF VNDREQ-PAYS-BY-EFT
                MOVE "ROUTING NUMBER VERIFIED" TO CHECKLIST-STEP-NAME
                MOVE VNDREQ-ABA-VERIFIED TO CHECKLIST-STEP-VALUE
                PERFORM DISPLAY-ONE-CHECKLIST-STEP.
            MOVE "NO DUPLICATE VENDOR" TO CHECKLIST-STEP-NAME.
            MOVE VNDREQ-DUPLICATE-CHECKED TO CHECKLIST-STEP-VALUE.
            PERFORM DISPLAY-ONE-CHECKLIST-STEP.

       DISPLAY-ONE-CHECKLIST-STEP.
            EVALUATE CHECKLIST-STEP-VALUE
                WHEN "Y"
                    MOVE "DONE" TO CHECKLIST-STEP-STATE
                WHEN "H"
                    MOVE "HELD FOR COMPLIANCE" TO CHECKLIST-STEP-STATE
                WHEN "D"
                    MOVE "DUPLICATE FOUND" TO CHECKLIST-STEP-STATE
                WHEN "B"
                    MOVE "NOT PROVEN" TO CHECKLIST-STEP-STATE
                WHEN OTHER
                    MOVE "NOT YET DONE" TO CHECKLIST-STEP-STATE
            END-EVALUATE.
            DISPLAY "    " CHECKLIST-STEP-NAME " "
               CHECKLIST-STEP-STATE.

      *--------------------------------
      * WITHDRAW
      *--------------------------------
       WITHDRAW-A-REQUEST.
            PERFORM GET-THE-REQUEST.
            IF REQUEST-RECORD-FOUND = "Y"
                PERFORM CHECK-AND-WITHDRAW.

       CHECK-AND-WITHDRAW.
            IF NOT VNDREQ-STILL-OPEN
                DISPLAY "THE REQUEST IS NO LONGER OPEN"
            ELSE
            IF VNDREQ-REQUESTED-BY NOT = OPERATOR-ID
                DISPLAY "ONLY THE REQUESTER MAY WITHDRAW A REQUEST"
            ELSE
                PERFORM DISPLAY-THE-REQUEST
                PERFORM ASK-OK-TO-WITHDRAW
                IF OK-TO-WITHDRAW = "Y"
                    PERFORM WITHDRAW-THE-REQUEST.

       ASK-OK-TO-WITHDRAW.
            DISPLAY "WITHDRAW THIS REQUEST (Y/N)?".
            ACCEPT OK-TO-WITHDRAW.
            INSPECT OK-TO-WITHDRAW
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF OK-TO-WITHDRAW NOT = "Y" AND OK-TO-WITHDRAW NOT = "N"
                DISPLAY "YOU MUST ENTER Y OR N"
                PERFORM ASK-OK-TO-WITHDRAW.

       WITHDRAW-THE-REQUEST.
            PERFORM ENTER-WITHDRAW-REASON.
            MOVE "X" TO VNDREQ-STATUS.
            MOVE OPERATOR-ID TO VNDREQ-DECIDED-BY.
            ACCEPT VNDREQ-DECIDED-DATE FROM DATE YYYYMMDD.
            MOVE WITHDRAW-REASON TO VNDREQ-DECISION-NOTE.
            REWRITE VENDOR-REQUEST-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR REQUEST".
            DISPLAY "REQUEST WITHDRAWN - IT STAYS ON FILE".

       ENTER-WITHDRAW-REASON.
            DISPLAY "ENTER THE REASON FOR WITHDRAWING".
            MOVE SPACES TO WITHDRAW-REASON.
            ACCEPT WITHDRAW-REASON.
            INSPECT WITHDRAW-REASON
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF WITHDRAW-REASON = SPACES
                DISPLAY "A REASON IS REQUIRED"
                PERFORM ENTER-WITHDRAW-REASON.

       SHOW-REQUEST-TAX-ID.
            MOVE VNDREQ-TAX-ID TO SENSITIVE-VALUE.
            MOVE "VNDREQ-TAX-ID" TO SENSITIVE-FIELD-NAME.
            MOVE VNDREQ-NUMBER TO SENSITIVE-RECORD-KEY.
            PERFORM SHOW-SENSITIVE-VALUE.

            COPY "dtfmt01.cbl".
            COPY "plctllck.cbl".
            COPY "pljrnl01.cbl".
            COPY "plmask01.cbl".
            COPY "plmask02.cbl".
