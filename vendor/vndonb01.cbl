      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * New-vendor onboarding queue - AP's side of the requests
      * purchasing keys in vndreq01.cbl (fdvndreq.cbl). Nothing is
      * written to the vendor master here; the checklist is worked
      * until every step is done, and the request is then activated
      * from vndmnt04's add by an operator other than the one who
      * asked for the vendor.
      *   1. WORK A REQUEST'S CHECKLIST - each open step is taken in
      *      turn and the request is rewritten with the result:
      *        W-9 RECEIVED      - the signed form is in hand;
      *        IRS TIN MATCH     - the interactive TIN-matching
      *                            result, which must be "0";
      *        SANCTIONS SCREEN  - the requested name is screened
      *                            (plofac01.cbl, payee type "Q");
      *                            a potential match holds the step
      *                            until compliance clears it in
      *                            ofacrev01.cbl;
      *        ROUTING NUMBER    - for an EFT payee, the check digit
      *                            must prove and the bank must be
      *                            in the Fed directory (plaba01.cbl);
      *        NO DUPLICATE      - no vendor in the company, and no
      *                            other open request, already has
      *                            the name or the tax id.
      *      With every step done the request is ready to activate.
      *   2. REJECT A REQUEST - with a reason; it stays on file.
      *   3. PRINT THE ONBOARDING QUEUE - requests in one status, or
      *      all of them, with where each stands on the checklist.
      * Every rewrite of a request goes to the system audit trail
      * with before and after images.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndonb01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvndreq.cbl".
            COPY "slvnd02.cbl".
            COPY "slbankdir.cbl".
            COPY "slsdn01.cbl".
            COPY "slofac01.cbl".
            COPY "slofaclg.cbl".
            COPY "slaudit01.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvndreq.cbl".
            COPY "fdvnd04.cbl".
            COPY "fdbankdir.cbl".
            COPY "fdsdn01.cbl".
            COPY "fdofac01.cbl".
            COPY "fdofaclg.cbl".
            COPY "fdaudit01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       77   MENU-PICK                     PIC 9.
            88 MENU-PICK-IS-VALID         VALUES 0 THRU 3.

       77   REQUEST-RECORD-FOUND          PIC X.
       77   REQUEST-NUMBER-ENTRY          PIC 9(5).
       77   REQUEST-FILE-AT-END           PIC X.
       77   VENDOR-FILE-AT-END            PIC X.
       77   W9-ANSWER                     PIC X.
       77   TIN-MATCH-ENTRY               PIC X.
       77   REJECT-REASON                 PIC X(30).
       77   OK-TO-REJECT                  PIC X.
       77   REPORT-STATUS                 PIC X.
       77   REQUESTS-PRINTED              PIC 9(5) VALUE ZERO.
       77   TODAYS-DATE                   PIC 9(8).

      * The request being worked is kept here while the duplicate
      * check walks the request file for other open requests.
       77   SAVED-REQUEST-RECORD          PIC X(400).
       77   WORKING-REQUEST-NUMBER        PIC 9(5).
       77   WORKING-REQUEST-NAME          PIC X(30).
       77   WORKING-REQUEST-TAX-ID        PIC X(11).
       77   WORKING-REQUEST-COMPANY       PIC 9.
       77   DUPLICATES-FOUND              PIC 9(3).

      * Tax ids compare on their digits alone, so 12-3456789 and
      * 123456789 are the same number.
       77   REQUEST-TAX-DIGITS            PIC X(11).
       77   OTHER-TAX-DIGITS              PIC X(11).
       77   SQUEEZE-INPUT                 PIC X(11).
       77   SQUEEZE-OUTPUT                PIC X(11).
       77   SQUEEZE-SCAN                  PIC 99.
       77   SQUEEZE-POSITION              PIC 99.

       77   LAST-SYSTEM-AUDIT-DATE        PIC 9(8) VALUE ZERO.
       77   LAST-SYSTEM-AUDIT-TIME        PIC 9(8) VALUE ZERO.
       77   SYSTEM-AUDIT-SEQ-COUNTER      PIC 9(2) VALUE ZERO.
       77   SYSTEM-AUDIT-SAVED-IMAGE      PIC X(600).

       01   QUEUE-LINE.
            05 PRINT-REQUEST-NUMBER       PIC ZZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-REQUEST-STATUS       PIC X.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-REQUEST-NAME         PIC X(26).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-REQUESTED-BY         PIC X(10).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-REQUESTED-DATE       PIC Z9/99/9999.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-CHECK-W9             PIC X.
            05 PRINT-CHECK-TIN            PIC X.
            05 PRINT-CHECK-SANCTIONS      PIC X.
            05 PRINT-CHECK-ABA            PIC X.
            05 PRINT-CHECK-DUPLICATE      PIC X.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-REQUEST-VENDOR       PIC ZZZZZ.

       01   QUEUE-DETAIL-LINE.
            05 FILLER                     PIC X(8)  VALUE SPACES.
            05 PRINT-REQUEST-NOTE         PIC X(72).

       01   COLUMN-LINE.
            05 FILLER                     PIC X(6)  VALUE "REQ".
            05 FILLER                     PIC X(2)  VALUE "S".
            05 FILLER                     PIC X(27) VALUE "NAME".
            05 FILLER                     PIC X(11) VALUE "BY".
            05 FILLER                     PIC X(11) VALUE "ON".
            05 FILLER                     PIC X(6)  VALUE "WTSAD".
            05 FILLER                     PIC X(6)  VALUE "VENDOR".

            COPY "wssignon01.cbl".
            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsaba01.cbl".
            COPY "wsofac01.cbl".
            COPY "wsspool01.cbl".
            COPY "wsmask01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "M" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            MOVE OPERATOR-ID TO OFAC-SCREEN-OPERATOR.
            MOVE "vndonb01" TO SENSITIVE-PROGRAM-ID.
            ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
            PERFORM GET-MENU-PICK.
            PERFORM DO-THE-PICK
               UNTIL MENU-PICK = 0.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN I-O VENDOR-REQUEST-FILE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT BANK-DIRECTORY-FILE.
            OPEN INPUT SDN-FILE.
            OPEN I-O OFAC-HIT-FILE.
            OPEN EXTEND OFAC-LOG-FILE.
            OPEN I-O SYSTEM-AUDIT-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            MOVE "VNDONB01" TO OFAC-SCREEN-PROGRAM.

       CLOSING-PROCEDURE.
            CLOSE VENDOR-REQUEST-FILE.
            CLOSE VENDOR-FILE.
            CLOSE BANK-DIRECTORY-FILE.
            CLOSE SDN-FILE.
            CLOSE OFAC-HIT-FILE.
            CLOSE OFAC-LOG-FILE.
            CLOSE SYSTEM-AUDIT-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.

      *--------------------------------
      * OPERATOR SIGN-ON
      *--------------------------------
            COPY "plsignon01.cbl".

      *--------------------------------
      * MENU
      *--------------------------------
       GET-MENU-PICK.
            DISPLAY " ".
            DISPLAY "VENDOR ONBOARDING QUEUE - PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. WORK A REQUEST'S CHECKLIST".
            DISPLAY "2. REJECT A REQUEST".
            DISPLAY "3. PRINT THE ONBOARDING QUEUE".
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
                PERFORM WORK-A-CHECKLIST.
            IF MENU-PICK = 2
                PERFORM REJECT-A-REQUEST.
            IF MENU-PICK = 3
                PERFORM PRINT-THE-QUEUE.
            PERFORM GET-MENU-PICK.

      *--------------------------------
      * PICK AN OPEN REQUEST
      *--------------------------------
       GET-AN-OPEN-REQUEST.
            DISPLAY "ENTER REQUEST NUMBER (0 TO CANCEL)".
            ACCEPT REQUEST-NUMBER-ENTRY.
            MOVE "N" TO REQUEST-RECORD-FOUND.
            IF REQUEST-NUMBER-ENTRY NOT = ZEROES
                PERFORM READ-THE-REQUEST
                IF REQUEST-RECORD-FOUND = "N"
                    DISPLAY "REQUEST NOT ON FILE FOR THIS COMPANY"
                ELSE
                    IF NOT VNDREQ-STILL-OPEN
                        DISPLAY "THE REQUEST IS NO LONGER OPEN"
                        MOVE "N" TO REQUEST-RECORD-FOUND.

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
            IF VNDREQ-PAYS-BY-EFT
                PERFORM SHOW-REQUEST-BANK-ACCOUNT
                DISPLAY "  EFT - ROUTING " VNDREQ-ABA-ROUTING-NUMBER
                   " ACCOUNT " SENSITIVE-SHOWN (1 : 17)
            ELSE
                DISPLAY "  PAID BY CHECK".
            DISPLAY "  REASON: " VNDREQ-BUSINESS-REASON.
            MOVE VNDREQ-REQUESTED-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            DISPLAY "  REQUESTED BY " VNDREQ-REQUESTED-BY
               " ON " FORMATTED-DATE.

      *--------------------------------
      * THE CHECKLIST
      *--------------------------------
       WORK-A-CHECKLIST.
            PERFORM GET-AN-OPEN-REQUEST.
            IF REQUEST-RECORD-FOUND = "Y"
                PERFORM WORK-THE-CHECKLIST.

       WORK-THE-CHECKLIST.
            MOVE VENDOR-REQUEST-RECORD TO SYSTEM-AUDIT-SAVED-IMAGE.
            PERFORM DISPLAY-THE-REQUEST.
            IF VNDREQ-W9-RECEIVED NOT = "Y"
                PERFORM CHECK-THE-W9.
            IF NOT VNDREQ-TIN-MATCHED
                PERFORM CHECK-THE-TIN-MATCH.
            IF VNDREQ-SANCTIONS-CHECKED NOT = "Y"
                PERFORM CHECK-THE-SANCTIONS-LIST.
            IF VNDREQ-PAYS-BY-EFT
                PERFORM CHECK-THE-ROUTING-NUMBER.
            PERFORM CHECK-FOR-DUPLICATES.
            PERFORM SET-THE-CHECKLIST-STATUS.
            REWRITE VENDOR-REQUEST-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR REQUEST".
            PERFORM WRITE-SYSTEM-AUDIT-FOR-CHANGE.
            IF VNDREQ-CHECKLIST-DONE
                DISPLAY "CHECKLIST COMPLETE - READY TO ACTIVATE IN "
                   "VENDOR MAINTENANCE"
                DISPLAY "BY AN OPERATOR OTHER THAN "
                   VNDREQ-REQUESTED-BY
            ELSE
                DISPLAY "CHECKLIST NOT YET COMPLETE - REQUEST STAYS "
                   "PENDING".

       CHECK-THE-W9.
            DISPLAY "HAS THE SIGNED W-9 BEEN RECEIVED (Y/N)?".
            ACCEPT W9-ANSWER.
            INSPECT W9-ANSWER
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF W9-ANSWER NOT = "Y" AND W9-ANSWER NOT = "N"
                DISPLAY "YOU MUST ENTER Y OR N"
                PERFORM CHECK-THE-W9
            ELSE
                IF W9-ANSWER = "Y"
                    MOVE "Y" TO VNDREQ-W9-RECEIVED
                    MOVE TODAYS-DATE TO VNDREQ-W9-DATE.

      * The result comes from the IRS interactive TIN-matching
      * session, run against the W-9's name and number.
       CHECK-THE-TIN-MATCH.
            DISPLAY "ENTER THE IRS TIN-MATCHING RESULT".
            DISPLAY "(0 = NAME/TIN MATCH, BLANK = NOT RUN YET)".
            MOVE SPACE TO TIN-MATCH-ENTRY.
            ACCEPT TIN-MATCH-ENTRY.
            IF TIN-MATCH-ENTRY NOT = SPACE
                MOVE TIN-MATCH-ENTRY TO VNDREQ-TIN-MATCH-CODE
                MOVE TODAYS-DATE TO VNDREQ-TIN-MATCH-DATE
                IF NOT VNDREQ-TIN-MATCHED
                    DISPLAY "TIN DOES NOT MATCH - GET A CORRECTED W-9"
                    DISPLAY "OR REJECT THE REQUEST".

       CHECK-THE-SANCTIONS-LIST.
            MOVE "Q" TO OFAC-SCREEN-PAYEE-TYPE.
            MOVE VNDREQ-NUMBER TO OFAC-SCREEN-PAYEE-NUMBER.
            MOVE "N" TO OFAC-SCREEN-NAME-SOURCE.
            MOVE VNDREQ-NAME TO OFAC-SCREEN-NAME.
            PERFORM SCREEN-ONE-PAYEE-NAME.
            IF OFAC-SCREEN-HITS > ZERO
                MOVE "H" TO VNDREQ-SANCTIONS-CHECKED
                DISPLAY "*** SANCTIONS LIST - " OFAC-SCREEN-HITS
                   " POTENTIAL MATCH(ES) ***"
                DISPLAY "*** REFERRED TO COMPLIANCE - THE STEP "
                   "HOLDS UNTIL CLEARED ***"
            ELSE
                MOVE "Y" TO VNDREQ-SANCTIONS-CHECKED
                DISPLAY "SANCTIONS SCREEN CLEAR".

      * Proven every time the checklist is worked - the Fed
      * directory is refreshed under us.
       CHECK-THE-ROUTING-NUMBER.
            MOVE "B" TO VNDREQ-ABA-VERIFIED.
            MOVE VNDREQ-ABA-ROUTING-NUMBER TO ABA-NUMBER-TO-CHECK.
            PERFORM CHECK-ABA-ROUTING-NUMBER.
            IF ABA-CHECK-DIGIT-OK = "N"
                DISPLAY "** ROUTING NUMBER CHECK DIGIT DOES NOT PROVE"
            ELSE
                PERFORM LOOK-UP-THE-BANK-NAME
                IF ABA-BANK-FOUND = "Y"
                    MOVE "Y" TO VNDREQ-ABA-VERIFIED
                    DISPLAY "BANK: " BANKDIR-NAME
                       " - " BANKDIR-CITY ", " BANKDIR-STATE
                ELSE
                    DISPLAY "** ROUTING NUMBER NOT IN THE FED "
                       "DIRECTORY".

       SET-THE-CHECKLIST-STATUS.
            IF VNDREQ-W9-RECEIVED = "Y" AND
                  VNDREQ-TIN-MATCHED AND
                  VNDREQ-SANCTIONS-CHECKED = "Y" AND
                  VNDREQ-DUPLICATE-CHECKED = "Y" AND
                  (VNDREQ-PAYS-BY-CHECK OR VNDREQ-ABA-VERIFIED = "Y")
                MOVE "C" TO VNDREQ-STATUS
                MOVE OPERATOR-ID TO VNDREQ-CHECKED-BY
                MOVE TODAYS-DATE TO VNDREQ-CHECKED-DATE
            ELSE
                MOVE "P" TO VNDREQ-STATUS.

      *--------------------------------
      * DUPLICATES
      *--------------------------------
      * Run every time the checklist is worked, since a vendor can
      * be added (or another request keyed) while this one waits.
       CHECK-FOR-DUPLICATES.
            MOVE VENDOR-REQUEST-RECORD TO SAVED-REQUEST-RECORD.
            MOVE VNDREQ-NUMBER TO WORKING-REQUEST-NUMBER.
            MOVE VNDREQ-NAME TO WORKING-REQUEST-NAME.
            MOVE VNDREQ-TAX-ID TO WORKING-REQUEST-TAX-ID.
            MOVE VNDREQ-COMPANY TO WORKING-REQUEST-COMPANY.
            MOVE VNDREQ-TAX-ID TO SQUEEZE-INPUT.
            PERFORM SQUEEZE-THE-TAX-ID.
            MOVE SQUEEZE-OUTPUT TO REQUEST-TAX-DIGITS.
            MOVE ZERO TO DUPLICATES-FOUND.
            PERFORM CHECK-VENDORS-FOR-THE-NAME.
            PERFORM CHECK-VENDORS-FOR-THE-TAX-ID.
            PERFORM CHECK-OTHER-OPEN-REQUESTS.
            MOVE WORKING-REQUEST-NUMBER TO VNDREQ-NUMBER.
            READ VENDOR-REQUEST-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR RE-READING VENDOR REQUEST".
            MOVE SAVED-REQUEST-RECORD TO VENDOR-REQUEST-RECORD.
            IF DUPLICATES-FOUND > ZERO
                MOVE "D" TO VNDREQ-DUPLICATE-CHECKED
            ELSE
                MOVE "Y" TO VNDREQ-DUPLICATE-CHECKED
                DISPLAY "NO DUPLICATE NAME OR TAX ID".

       CHECK-VENDORS-FOR-THE-NAME.
            MOVE WORKING-REQUEST-NAME TO VENDOR-NAME.
            MOVE "N" TO VENDOR-FILE-AT-END.
            START VENDOR-FILE KEY IS NOT LESS THAN VENDOR-NAME
               INVALID KEY
               MOVE "Y" TO VENDOR-FILE-AT-END.
            PERFORM CHECK-ONE-VENDOR-NAME
               UNTIL VENDOR-FILE-AT-END = "Y".

       CHECK-ONE-VENDOR-NAME.
            READ VENDOR-FILE NEXT RECORD
               AT END MOVE "Y" TO VENDOR-FILE-AT-END.
            IF VENDOR-FILE-AT-END NOT = "Y"
                IF VENDOR-NAME NOT = WORKING-REQUEST-NAME
                    MOVE "Y" TO VENDOR-FILE-AT-END
                ELSE
                    IF VENDOR-COMPANY = WORKING-REQUEST-COMPANY
                        ADD 1 TO DUPLICATES-FOUND
                        DISPLAY "** VENDOR " VENDOR-NUMBER
                           " ALREADY HAS THIS NAME".

       CHECK-VENDORS-FOR-THE-TAX-ID.
            MOVE "N" TO VENDOR-FILE-AT-END.
            MOVE ZEROES TO VENDOR-NUMBER.
            START VENDOR-FILE
               KEY IS NOT LESS THAN VENDOR-NUMBER
               INVALID KEY
               MOVE "Y" TO VENDOR-FILE-AT-END.
            IF REQUEST-TAX-DIGITS NOT = SPACES
                PERFORM CHECK-ONE-VENDOR-TAX-ID
                   UNTIL VENDOR-FILE-AT-END = "Y".

       CHECK-ONE-VENDOR-TAX-ID.
            READ VENDOR-FILE NEXT RECORD
               AT END MOVE "Y" TO VENDOR-FILE-AT-END.
            IF VENDOR-FILE-AT-END NOT = "Y" AND
                  VENDOR-COMPANY = WORKING-REQUEST-COMPANY
                MOVE VENDOR-TAX-ID TO SQUEEZE-INPUT
                PERFORM SQUEEZE-THE-TAX-ID
                MOVE SQUEEZE-OUTPUT TO OTHER-TAX-DIGITS
                IF OTHER-TAX-DIGITS = REQUEST-TAX-DIGITS
                    ADD 1 TO DUPLICATES-FOUND
                    DISPLAY "** VENDOR " VENDOR-NUMBER " "
                       VENDOR-NAME " HAS THIS TAX ID".

      * Two buyers asking for the same supplier is caught here
      * rather than at activation.
       CHECK-OTHER-OPEN-REQUESTS.
            MOVE "N" TO REQUEST-FILE-AT-END.
            MOVE ZEROES TO VNDREQ-NUMBER.
            START VENDOR-REQUEST-FILE
               KEY IS NOT LESS THAN VNDREQ-NUMBER
               INVALID KEY
               MOVE "Y" TO REQUEST-FILE-AT-END.
            PERFORM CHECK-ONE-OTHER-REQUEST
               UNTIL REQUEST-FILE-AT-END = "Y".

       CHECK-ONE-OTHER-REQUEST.
            READ VENDOR-REQUEST-FILE NEXT RECORD
               AT END MOVE "Y" TO REQUEST-FILE-AT-END.
            IF REQUEST-FILE-AT-END NOT = "Y" AND
                  VNDREQ-NUMBER NOT = WORKING-REQUEST-NUMBER AND
                  VNDREQ-COMPANY = WORKING-REQUEST-COMPANY AND
                  VNDREQ-STILL-OPEN
                MOVE VNDREQ-TAX-ID TO SQUEEZE-INPUT
                PERFORM SQUEEZE-THE-TAX-ID
                MOVE SQUEEZE-OUTPUT TO OTHER-TAX-DIGITS
                IF VNDREQ-NAME = WORKING-REQUEST-NAME OR
                      (OTHER-TAX-DIGITS NOT = SPACES AND
                       OTHER-TAX-DIGITS = REQUEST-TAX-DIGITS)
                    ADD 1 TO DUPLICATES-FOUND
                    DISPLAY "** OPEN REQUEST " VNDREQ-NUMBER
                       " BY " VNDREQ-REQUESTED-BY
                       " IS FOR THE SAME VENDOR".

       SQUEEZE-THE-TAX-ID.
            MOVE SPACES TO SQUEEZE-OUTPUT.
            MOVE ZERO TO SQUEEZE-POSITION.
            PERFORM SQUEEZE-ONE-CHARACTER
               VARYING SQUEEZE-SCAN FROM 1 BY 1
               UNTIL SQUEEZE-SCAN > 11.

       SQUEEZE-ONE-CHARACTER.
            IF SQUEEZE-INPUT (SQUEEZE-SCAN : 1) IS NUMERIC
                ADD 1 TO SQUEEZE-POSITION
                MOVE SQUEEZE-INPUT (SQUEEZE-SCAN : 1)
                   TO SQUEEZE-OUTPUT (SQUEEZE-POSITION : 1).

      *--------------------------------
      * REJECT
      *--------------------------------
       REJECT-A-REQUEST.
            PERFORM GET-AN-OPEN-REQUEST.
            IF REQUEST-RECORD-FOUND = "Y"
                PERFORM DISPLAY-THE-REQUEST
                PERFORM ASK-OK-TO-REJECT
                IF OK-TO-REJECT = "Y"
                    PERFORM REJECT-THE-REQUEST.

       ASK-OK-TO-REJECT.
            DISPLAY "REJECT THIS REQUEST (Y/N)?".
            ACCEPT OK-TO-REJECT.
            INSPECT OK-TO-REJECT
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF OK-TO-REJECT NOT = "Y" AND OK-TO-REJECT NOT = "N"
                DISPLAY "YOU MUST ENTER Y OR N"
                PERFORM ASK-OK-TO-REJECT.

       REJECT-THE-REQUEST.
            PERFORM ENTER-REJECT-REASON.
            MOVE VENDOR-REQUEST-RECORD TO SYSTEM-AUDIT-SAVED-IMAGE.
            MOVE "R" TO VNDREQ-STATUS.
            MOVE OPERATOR-ID TO VNDREQ-DECIDED-BY.
            MOVE TODAYS-DATE TO VNDREQ-DECIDED-DATE.
            MOVE REJECT-REASON TO VNDREQ-DECISION-NOTE.
            REWRITE VENDOR-REQUEST-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR REQUEST".
            PERFORM WRITE-SYSTEM-AUDIT-FOR-CHANGE.
            DISPLAY "REQUEST REJECTED - IT STAYS ON FILE".

       ENTER-REJECT-REASON.
            DISPLAY "ENTER THE REASON FOR REJECTING".
            MOVE SPACES TO REJECT-REASON.
            ACCEPT REJECT-REASON.
            INSPECT REJECT-REASON
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF REJECT-REASON = SPACES
                DISPLAY "A REASON IS REQUIRED"
                PERFORM ENTER-REJECT-REASON.

      *--------------------------------
      * THE QUEUE REPORT
      *--------------------------------
       PRINT-THE-QUEUE.
            PERFORM ASK-REPORT-STATUS.
            MOVE "VNDONB01" TO SPOOL-NAME-REPORT-ID.
            MOVE "VENDOR ONBOARDING QUEUE" TO SPOOL-NAME-TITLE.
            MOVE OPERATOR-ID TO SPOOL-BY-OPERATOR.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.
            MOVE "VENDOR ONBOARDING QUEUE" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE "STATUS P PENDING C CHECKED A ACTIVATED R REJECTED X"
               TO PRINTER-RECORD.
            MOVE "WITHDRAWN" TO PRINTER-RECORD (53 : 9).
            PERFORM WRITE-TO-PRINTER.
            MOVE "CHECKLIST W-9 TIN SANCTIONS ABA DUPLICATE - Y DONE"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            MOVE COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE ZERO TO REQUESTS-PRINTED.
            MOVE "N" TO REQUEST-FILE-AT-END.
            MOVE ZEROES TO VNDREQ-NUMBER.
            START VENDOR-REQUEST-FILE
               KEY IS NOT LESS THAN VNDREQ-NUMBER
               INVALID KEY
               MOVE "Y" TO REQUEST-FILE-AT-END.
            PERFORM PRINT-ONE-REQUEST
               UNTIL REQUEST-FILE-AT-END = "Y".
            PERFORM LINE-FEED.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "REQUESTS PRINTED: " REQUESTS-PRINTED
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            CLOSE PRINTER-FILE.
            DISPLAY "REPORT PRINTED".

       ASK-REPORT-STATUS.
            DISPLAY "PRINT WHICH STATUS - P, C, A, R, X".
            DISPLAY "(BLANK FOR ALL)?".
            MOVE SPACE TO REPORT-STATUS.
            ACCEPT REPORT-STATUS.
            INSPECT REPORT-STATUS
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF REPORT-STATUS NOT = SPACE AND
                  REPORT-STATUS NOT = "P" AND
                  REPORT-STATUS NOT = "C" AND
                  REPORT-STATUS NOT = "A" AND
                  REPORT-STATUS NOT = "R" AND
                  REPORT-STATUS NOT = "X"
                DISPLAY "YOU MUST ENTER P, C, A, R, X, OR BLANK"
                PERFORM ASK-REPORT-STATUS.

       PRINT-ONE-REQUEST.
            READ VENDOR-REQUEST-FILE NEXT RECORD
               AT END MOVE "Y" TO REQUEST-FILE-AT-END.
            IF REQUEST-FILE-AT-END NOT = "Y" AND
                  VNDREQ-COMPANY = CURRENT-COMPANY AND
                  (REPORT-STATUS = SPACE OR
                   REPORT-STATUS = VNDREQ-STATUS)
                PERFORM PRINT-THE-REQUEST-LINES.

       PRINT-THE-REQUEST-LINES.
            ADD 1 TO REQUESTS-PRINTED.
            MOVE VNDREQ-NUMBER TO PRINT-REQUEST-NUMBER.
            MOVE VNDREQ-STATUS TO PRINT-REQUEST-STATUS.
            MOVE VNDREQ-NAME TO PRINT-REQUEST-NAME.
            MOVE VNDREQ-REQUESTED-BY TO PRINT-REQUESTED-BY.
            MOVE VNDREQ-REQUESTED-DATE TO DATE-CCYYMMDD.
            COMPUTE DATE-MMDDCCYY = DATE-CCYYMMDD * 10000.0001.
            MOVE DATE-MMDDCCYY TO PRINT-REQUESTED-DATE.
            MOVE VNDREQ-W9-RECEIVED TO PRINT-CHECK-W9.
            IF VNDREQ-TIN-MATCHED
                MOVE "Y" TO PRINT-CHECK-TIN
            ELSE
                MOVE "N" TO PRINT-CHECK-TIN.
            MOVE VNDREQ-SANCTIONS-CHECKED TO PRINT-CHECK-SANCTIONS.
            IF VNDREQ-PAYS-BY-EFT
                MOVE VNDREQ-ABA-VERIFIED TO PRINT-CHECK-ABA
            ELSE
                MOVE "-" TO PRINT-CHECK-ABA.
            MOVE VNDREQ-DUPLICATE-CHECKED TO PRINT-CHECK-DUPLICATE.
            MOVE VNDREQ-VENDOR-NUMBER TO PRINT-REQUEST-VENDOR.
            MOVE QUEUE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINT-REQUEST-NOTE.
            IF VNDREQ-STILL-OPEN
                MOVE VNDREQ-BUSINESS-REASON TO PRINT-REQUEST-NOTE
            ELSE
                STRING VNDREQ-DECIDED-BY " " VNDREQ-DECISION-NOTE
                   DELIMITED BY SIZE INTO PRINT-REQUEST-NOTE.
            MOVE QUEUE-DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * SYSTEM-WIDE AUDIT TRAIL
      *--------------------------------
       WRITE-SYSTEM-AUDIT-FOR-CHANGE.
            MOVE "vndonb01" TO SYSTEM-AUDIT-PROGRAM-ID.
            ACCEPT SYSTEM-AUDIT-DATE FROM DATE YYYYMMDD.
            ACCEPT SYSTEM-AUDIT-TIME FROM TIME.
            MOVE VNDREQ-NUMBER TO SYSTEM-AUDIT-RECORD-KEY.
            MOVE OPERATOR-ID TO SYSTEM-AUDIT-OPERATOR-ID.
            MOVE "CHANGE" TO SYSTEM-AUDIT-OPERATION.
            MOVE SYSTEM-AUDIT-SAVED-IMAGE
               TO SYSTEM-AUDIT-BEFORE-IMAGE.
            MOVE VENDOR-REQUEST-RECORD TO SYSTEM-AUDIT-AFTER-IMAGE.
            PERFORM ASSIGN-SYSTEM-AUDIT-SEQUENCE.
            WRITE SYSTEM-AUDIT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING SYSTEM AUDIT RECORD".

       ASSIGN-SYSTEM-AUDIT-SEQUENCE.
            IF SYSTEM-AUDIT-DATE = LAST-SYSTEM-AUDIT-DATE AND
               SYSTEM-AUDIT-TIME = LAST-SYSTEM-AUDIT-TIME
                ADD 1 TO SYSTEM-AUDIT-SEQ-COUNTER
            ELSE
                MOVE ZERO TO SYSTEM-AUDIT-SEQ-COUNTER
                MOVE SYSTEM-AUDIT-DATE TO LAST-SYSTEM-AUDIT-DATE
                MOVE SYSTEM-AUDIT-TIME TO LAST-SYSTEM-AUDIT-TIME.
            MOVE SYSTEM-AUDIT-SEQ-COUNTER TO SYSTEM-AUDIT-SEQ.

       SHOW-REQUEST-TAX-ID.
            MOVE VNDREQ-TAX-ID TO SENSITIVE-VALUE.
            MOVE "VNDREQ-TAX-ID" TO SENSITIVE-FIELD-NAME.
            MOVE VNDREQ-NUMBER TO SENSITIVE-RECORD-KEY.
            PERFORM SHOW-SENSITIVE-VALUE.

       SHOW-REQUEST-BANK-ACCOUNT.
            MOVE VNDREQ-BANK-ACCOUNT-NUMBER TO SENSITIVE-VALUE.
            MOVE "VNDREQ-BANK-ACCOUNT-NUMBER" TO SENSITIVE-FIELD-NAME.
            MOVE VNDREQ-NUMBER TO SENSITIVE-RECORD-KEY.
            PERFORM SHOW-SENSITIVE-VALUE.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "dtfmt01.cbl".
            COPY "plaba01.cbl".
            COPY "plofac01.cbl".
            COPY "plmask01.cbl".
            COPY "plmask02.cbl".

            COPY "plspool01.cbl".
