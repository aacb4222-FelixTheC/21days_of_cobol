      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Purchase requisition entry over fdreq01.cbl and its lines
      * (fdreql01.cbl) - the request that comes before a purchase
      * order, so what pomnt01.cbl keys has been asked for and
      * approved on the system rather than on paper:
      *   1 - ADD a requisition: the requester, what it is for and a
      *       suggested vendor, then its lines - description,
      *       quantity, estimated unit price, GL code and job. The
      *       number is the next after the highest on file;
      *   2 - CHANGE an open or rejected requisition, its lines
      *       included;
      *   3 - LOOK UP a requisition, showing any lines already
      *       ordered and on which purchase order;
      *   4 - SUBMIT it for approval. Each GL code's budget is
      *       checked (plreqbud01.cbl); a requisition one of whose
      *       codes is short is routed to a control-level approver,
      *       the rest to anyone whose approval limit covers the
      *       total (reqapp01.cbl);
      *   5 - CANCEL a requisition nothing has been ordered from.
      * The GL code, job and suggested vendor are validated the way
      * pomnt01 validates them. Restricted to OPERATOR-AUTH-ENTRY
      * holders (the "E" sign-on), who are stamped as the enterer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reqmnt01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slreq01.cbl".
            COPY "slreql01.cbl".
            COPY "slvnd02.cbl".
            COPY "sljob01.cbl".
            COPY "slglacct.cbl".
            COPY "slbudget.cbl".
            COPY "slvouch.cbl".
            COPY "slpo01.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdreq01.cbl".
            COPY "fdreql01.cbl".
            COPY "fdvnd04.cbl".
            COPY "fdjob01.cbl".
            COPY "fdglacct.cbl".
            COPY "fdbudget.cbl".
            COPY "fdvouch.cbl".
            COPY "fdpo01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".

       WORKING-STORAGE SECTION.
       77   MENU-PICK                          PIC 9.
            88 MENU-PICK-IS-VALID              VALUES 0 THRU 5.

       77   THE-MODE                           PIC X(7).
       77   WHICH-FIELD                        PIC 9.
       77   REQUISITION-RECORD-FOUND           PIC X.
       77   REQUISITION-AT-END                 PIC X.
       77   LINE-RECORD-FOUND                  PIC X.
       77   LINE-AT-END                        PIC X.
       77   VENDOR-RECORD-FOUND                PIC X.
       77   GL-ACCOUNT-RECORD-FOUND            PIC X.
       77   JOB-RECORD-FOUND                   PIC X.
       77   YES-NO-ANSWER                      PIC X.
       77   HIGHEST-REQUISITION                PIC 9(6).
       77   HIGHEST-LINE                       PIC 9(2).
       77   LINES-ON-FILE                      PIC 9(2).
       77   LINES-ORDERED                      PIC 9(2).
       77   WANTED-LINE                        PIC 9(2).
       77   TODAY-DATE                         PIC 9(8).

       77   AMOUNT-FIELD                       PIC ZZZ,ZZ9.99-.
       77   QUANTITY-FIELD                     PIC ZZZZ9.
       77   ERROR-MESSAGE                      PIC X(79) VALUE SPACE.

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsnumval01.cbl".
            COPY "wssignon01.cbl".
            COPY "wsreqbud01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "E" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM MAIN-PROCESS.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN I-O REQUISITION-FILE.
            OPEN I-O REQUISITION-LINE-FILE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT JOB-FILE.
            OPEN INPUT GL-ACCOUNT-FILE.
            OPEN INPUT BUDGET-FILE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT PURCHASE-ORDER-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.

       CLOSING-PROCEDURE.
            CLOSE REQUISITION-FILE.
            CLOSE REQUISITION-LINE-FILE.
            CLOSE VENDOR-FILE.
            CLOSE JOB-FILE.
            CLOSE GL-ACCOUNT-FILE.
            CLOSE BUDGET-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE PURCHASE-ORDER-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.

       MAIN-PROCESS.
            PERFORM GET-MENU-PICK.
            PERFORM MAINTAIN-THE-FILE
               UNTIL MENU-PICK = 0.

       GET-MENU-PICK.
            DISPLAY " ".
            DISPLAY "PURCHASE REQUISITIONS - PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. ADD A REQUISITION".
            DISPLAY "2. CHANGE A REQUISITION".
            DISPLAY "3. LOOK UP A REQUISITION".
            DISPLAY "4. SUBMIT A REQUISITION FOR APPROVAL".
            DISPLAY "5. CANCEL A REQUISITION".
            DISPLAY " ".
            DISPLAY "0. EXIT".
            PERFORM ACCEPT-MENU-PICK.
            PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       ACCEPT-MENU-PICK.
            DISPLAY "YOUR CHOICE (0-5)?".
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
                PERFORM SUBMIT-MODE.
            IF MENU-PICK = 5
                PERFORM CANCEL-MODE.

      *--------------------------------
      * ADD
      *--------------------------------
       ADD-MODE.
            MOVE "ADD" TO THE-MODE.
            PERFORM FIND-HIGHEST-REQUISITION.
            PERFORM INIT-REQUISITION-RECORD.
            COMPUTE REQUISITION-NUMBER = HIGHEST-REQUISITION + 1.
            DISPLAY "NEW REQUISITION NUMBER " REQUISITION-NUMBER.
            PERFORM ENTER-REQUISITION-REQUESTER.
            PERFORM ENTER-REQUISITION-DESCRIPTION.
            PERFORM ENTER-SUGGESTED-VENDOR.
            PERFORM WRITE-REQUISITION-RECORD.
            MOVE ZERO TO HIGHEST-LINE.
            PERFORM ADD-ONE-LINE.
            PERFORM ASK-ADD-ANOTHER-LINE.
            PERFORM ADD-MORE-LINES
               UNTIL YES-NO-ANSWER = "N"
                  OR HIGHEST-LINE = 99.
            PERFORM TOTAL-THE-REQUISITION.
            PERFORM REWRITE-REQUISITION-RECORD.
            PERFORM DISPLAY-ALL-FIELDS.
            MOVE "SUBMIT IT FOR APPROVAL NOW (Y/N)?" TO ERROR-MESSAGE.
            PERFORM ASK-YES-OR-NO.
            IF YES-NO-ANSWER = "Y"
                PERFORM SUBMIT-THE-REQUISITION.

      * The next number is the one after the highest on file.
       FIND-HIGHEST-REQUISITION.
            MOVE ZERO TO HIGHEST-REQUISITION.
            MOVE ZEROES TO REQUISITION-NUMBER.
            MOVE "N" TO REQUISITION-AT-END.
            START REQUISITION-FILE
               KEY IS NOT LESS THAN REQUISITION-NUMBER
               INVALID KEY
               MOVE "Y" TO REQUISITION-AT-END.
            PERFORM READ-TO-HIGHEST-REQUISITION
               UNTIL REQUISITION-AT-END = "Y".

       READ-TO-HIGHEST-REQUISITION.
            READ REQUISITION-FILE NEXT RECORD
               AT END MOVE "Y" TO REQUISITION-AT-END.
            IF REQUISITION-AT-END NOT = "Y"
                MOVE REQUISITION-NUMBER TO HIGHEST-REQUISITION.

       ADD-MORE-LINES.
            PERFORM ADD-ONE-LINE.
            PERFORM ASK-ADD-ANOTHER-LINE.

       ASK-ADD-ANOTHER-LINE.
            MOVE "ADD ANOTHER LINE (Y/N)?" TO ERROR-MESSAGE.
            PERFORM ASK-YES-OR-NO.

       ADD-ONE-LINE.
            ADD 1 TO HIGHEST-LINE.
            PERFORM INIT-LINE-RECORD.
            MOVE HIGHEST-LINE TO REQ-LINE-SEQUENCE.
            DISPLAY "LINE " REQ-LINE-SEQUENCE.
            PERFORM ENTER-LINE-FIELDS.
            WRITE REQUISITION-LINE-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING REQUISITION LINE".

      *--------------------------------
      * CHANGE
      *--------------------------------
       CHANGE-MODE.
            MOVE "CHANGE" TO THE-MODE.
            PERFORM GET-CHANGEABLE-RECORD.
            PERFORM CHANGE-RECORDS
               UNTIL REQUISITION-NUMBER = ZEROES.

       GET-CHANGEABLE-RECORD.
            PERFORM GET-EXISTING-RECORD.
            IF REQUISITION-NUMBER NOT = ZEROES
                IF NOT REQUISITION-MAY-CHANGE
                    DISPLAY "ONLY AN OPEN OR REJECTED REQUISITION"
                       " MAY BE CHANGED"
                    PERFORM GET-CHANGEABLE-RECORD.

       CHANGE-RECORDS.
            PERFORM GET-FIELD-TO-CHANGE.
            PERFORM CHANGE-ONE-FIELD
               UNTIL WHICH-FIELD = ZERO.
            PERFORM GET-CHANGEABLE-RECORD.

       GET-FIELD-TO-CHANGE.
            PERFORM DISPLAY-ALL-FIELDS.
            DISPLAY "4. ADD A LINE".
            DISPLAY "5. CHANGE A LINE".
            DISPLAY "6. DELETE A LINE".
            PERFORM ASK-WHICH-FIELD.

       ASK-WHICH-FIELD.
            DISPLAY "ENTER THE NUMBER OF THE FIELD".
            DISPLAY "TO CHANGE (1-6) OR 0 TO EXIT".
            ACCEPT WHICH-FIELD.
            PERFORM RE-ASK-WHICH-FIELD
               UNTIL WHICH-FIELD NOT > 6.

       RE-ASK-WHICH-FIELD.
            DISPLAY "INVALID ENTRY".
            DISPLAY "ENTER THE NUMBER OF THE FIELD".
            DISPLAY "TO CHANGE (1-6) OR 0 TO EXIT".
            ACCEPT WHICH-FIELD.

       CHANGE-ONE-FIELD.
            PERFORM CHANGE-THIS-FIELD.
            PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
            IF WHICH-FIELD = 1
                PERFORM ENTER-REQUISITION-REQUESTER.
            IF WHICH-FIELD = 2
                PERFORM ENTER-REQUISITION-DESCRIPTION.
            IF WHICH-FIELD = 3
                PERFORM ENTER-SUGGESTED-VENDOR.
            IF WHICH-FIELD = 4
                PERFORM COUNT-THE-LINES
                IF HIGHEST-LINE = 99
                    DISPLAY "NO ROOM FOR ANOTHER LINE"
                ELSE
                    PERFORM ADD-ONE-LINE.
            IF WHICH-FIELD = 5
                PERFORM CHANGE-A-LINE.
            IF WHICH-FIELD = 6
                PERFORM DELETE-A-LINE.
            PERFORM TOTAL-THE-REQUISITION.
            PERFORM REWRITE-REQUISITION-RECORD.

       CHANGE-A-LINE.
            PERFORM GET-WANTED-LINE.
            IF LINE-RECORD-FOUND = "Y"
                DISPLAY "ENTER THE LINE AGAIN"
                PERFORM ENTER-LINE-FIELDS
                REWRITE REQUISITION-LINE-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING REQUISITION LINE".

       DELETE-A-LINE.
            PERFORM GET-WANTED-LINE.
            IF LINE-RECORD-FOUND = "Y"
                MOVE "DELETE THIS LINE (Y/N)?" TO ERROR-MESSAGE
                PERFORM ASK-YES-OR-NO
                IF YES-NO-ANSWER = "Y"
                    DELETE REQUISITION-LINE-FILE RECORD
                       INVALID KEY
                       DISPLAY "ERROR DELETING REQUISITION LINE".

       GET-WANTED-LINE.
            DISPLAY "ENTER THE LINE NUMBER".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO WANTED-LINE.
            MOVE REQUISITION-NUMBER TO REQ-LINE-REQUISITION.
            MOVE WANTED-LINE TO REQ-LINE-SEQUENCE.
            MOVE "Y" TO LINE-RECORD-FOUND.
            READ REQUISITION-LINE-FILE RECORD
               INVALID KEY
               MOVE "N" TO LINE-RECORD-FOUND.
            IF LINE-RECORD-FOUND = "N"
                DISPLAY "NO SUCH LINE ON THIS REQUISITION".

      *--------------------------------
      * INQUIRE
      *--------------------------------
       INQUIRE-MODE.
            MOVE "DISPLAY" TO THE-MODE.
            PERFORM GET-EXISTING-RECORD.
            PERFORM INQUIRE-RECORDS
               UNTIL REQUISITION-NUMBER = ZEROES.

       INQUIRE-RECORDS.
            PERFORM DISPLAY-ALL-FIELDS.
            PERFORM GET-EXISTING-RECORD.

      *--------------------------------
      * SUBMIT FOR APPROVAL
      *--------------------------------
       SUBMIT-MODE.
            MOVE "SUBMIT" TO THE-MODE.
            PERFORM GET-EXISTING-RECORD.
            PERFORM SUBMIT-RECORDS
               UNTIL REQUISITION-NUMBER = ZEROES.

       SUBMIT-RECORDS.
            PERFORM DISPLAY-ALL-FIELDS.
            IF NOT REQUISITION-MAY-CHANGE
                DISPLAY "ONLY AN OPEN OR REJECTED REQUISITION"
                   " MAY BE SUBMITTED"
            ELSE
                PERFORM SUBMIT-THE-REQUISITION.
            PERFORM GET-EXISTING-RECORD.

      * The budget check routes the requisition: a short GL code
      * needs a control-level approver, otherwise the approver's
      * limit has to cover the total.
       SUBMIT-THE-REQUISITION.
            PERFORM TOTAL-THE-REQUISITION.
            IF LINES-ON-FILE = ZERO
                DISPLAY "A REQUISITION WITH NO LINES CANNOT BE"
                   " SUBMITTED"
            ELSE
                PERFORM CHECK-REQUISITION-BUDGET
                MOVE REQBUD-OVER-BUDGET TO REQUISITION-OVER-BUDGET
                MOVE "S" TO REQUISITION-STATUS
                MOVE SPACES TO REQUISITION-REJECT-REASON
                PERFORM REWRITE-REQUISITION-RECORD
                MOVE REQUISITION-TOTAL TO AMOUNT-FIELD
                IF REQUISITION-OVER-BUDGET = "Y"
                    DISPLAY "SUBMITTED - OVER BUDGET, ROUTED TO A"
                       " CONTROL-LEVEL APPROVER"
                ELSE
                    DISPLAY "SUBMITTED - ROUTED TO AN APPROVER WITH A"
                       " LIMIT OF " AMOUNT-FIELD " OR MORE".

      *--------------------------------
      * CANCEL
      *--------------------------------
       CANCEL-MODE.
            MOVE "CANCEL" TO THE-MODE.
            PERFORM GET-EXISTING-RECORD.
            PERFORM CANCEL-RECORDS
               UNTIL REQUISITION-NUMBER = ZEROES.

       CANCEL-RECORDS.
            PERFORM DISPLAY-ALL-FIELDS.
            IF REQUISITION-PART-ORDERED OR
                  REQUISITION-IS-CONVERTED
                DISPLAY "LINES ARE ALREADY ON PURCHASE ORDERS -"
                   " IT CANNOT BE CANCELLED"
            ELSE
            IF REQUISITION-IS-CANCELLED
                DISPLAY "ALREADY CANCELLED"
            ELSE
                MOVE "CANCEL THIS REQUISITION (Y/N)?" TO ERROR-MESSAGE
                PERFORM ASK-YES-OR-NO
                IF YES-NO-ANSWER = "Y"
                    MOVE "X" TO REQUISITION-STATUS
                    PERFORM REWRITE-REQUISITION-RECORD
                    DISPLAY "REQUISITION CANCELLED".
            PERFORM GET-EXISTING-RECORD.

      *--------------------------------
      * FIELD ENTRY
      *--------------------------------
       INIT-REQUISITION-RECORD.
            MOVE SPACE TO REQUISITION-REQUESTER
                          REQUISITION-DESCRIPTION
                          REQUISITION-APPROVED-BY
                          REQUISITION-REJECT-REASON.
            MOVE ZEROES TO REQUISITION-NUMBER
                           REQUISITION-SUGGESTED-VENDOR
                           REQUISITION-TOTAL
                           REQUISITION-APPROVED-DATE.
            MOVE TODAY-DATE TO REQUISITION-DATE.
            MOVE OPERATOR-ID TO REQUISITION-ENTERED-BY.
            MOVE "O" TO REQUISITION-STATUS.
            MOVE "N" TO REQUISITION-OVER-BUDGET.

       INIT-LINE-RECORD.
            MOVE SPACE TO REQ-LINE-DESCRIPTION
                          REQ-LINE-GL-CODE
                          REQ-LINE-JOB-NUMBER
                          REQ-LINE-ORDERED-BY.
            MOVE ZEROES TO REQ-LINE-QUANTITY
                           REQ-LINE-UNIT-PRICE
                           REQ-LINE-AMOUNT
                           REQ-LINE-VENDOR
                           REQ-LINE-PO-NUMBER
                           REQ-LINE-ORDERED-DATE.
            MOVE REQUISITION-NUMBER TO REQ-LINE-REQUISITION.

       ENTER-REQUISITION-NUMBER.
            DISPLAY "ENTER REQUISITION NUMBER TO " THE-MODE.
            DISPLAY "(ENTER 0 TO STOP ENTRY)".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO REQUISITION-NUMBER.

       ENTER-REQUISITION-REQUESTER.
            PERFORM ACCEPT-REQUISITION-REQUESTER.
            PERFORM RE-ACCEPT-REQUISITION-REQUESTER
               UNTIL REQUISITION-REQUESTER NOT = SPACE.

       ACCEPT-REQUISITION-REQUESTER.
            DISPLAY "ENTER THE NAME OF THE PERSON ASKING".
            ACCEPT REQUISITION-REQUESTER.
            INSPECT REQUISITION-REQUESTER
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-REQUISITION-REQUESTER.
            DISPLAY "A REQUESTER MUST BE ENTERED".
            PERFORM ACCEPT-REQUISITION-REQUESTER.

       ENTER-REQUISITION-DESCRIPTION.
            PERFORM ACCEPT-REQUISITION-DESCRIPTION.
            PERFORM RE-ACCEPT-REQUISITION-DESCRIPTION
               UNTIL REQUISITION-DESCRIPTION NOT = SPACE.

       ACCEPT-REQUISITION-DESCRIPTION.
            DISPLAY "ENTER WHAT THE REQUISITION IS FOR".
            ACCEPT REQUISITION-DESCRIPTION.
            INSPECT REQUISITION-DESCRIPTION
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-REQUISITION-DESCRIPTION.
            DISPLAY "A DESCRIPTION MUST BE ENTERED".
            PERFORM ACCEPT-REQUISITION-DESCRIPTION.

       ENTER-SUGGESTED-VENDOR.
            PERFORM ACCEPT-SUGGESTED-VENDOR.
            PERFORM RE-ACCEPT-SUGGESTED-VENDOR
               UNTIL VENDOR-RECORD-FOUND = "Y".

       ACCEPT-SUGGESTED-VENDOR.
            DISPLAY "ENTER SUGGESTED VENDOR (0 = NO SUGGESTION)".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO REQUISITION-SUGGESTED-VENDOR.
            PERFORM CHECK-SUGGESTED-VENDOR.

       RE-ACCEPT-SUGGESTED-VENDOR.
            DISPLAY ERROR-MESSAGE.
            PERFORM ACCEPT-SUGGESTED-VENDOR.

       CHECK-SUGGESTED-VENDOR.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            IF REQUISITION-SUGGESTED-VENDOR NOT = ZEROES
                MOVE REQUISITION-SUGGESTED-VENDOR TO VENDOR-NUMBER
                PERFORM READ-VENDOR-RECORD
                IF VENDOR-RECORD-FOUND = "N"
                    MOVE "VENDOR NOT ON FILE" TO ERROR-MESSAGE
                ELSE
                    IF NOT VENDOR-STATUS-ACTIVE
                        MOVE "VENDOR IS NOT ACTIVE" TO ERROR-MESSAGE
                        MOVE "N" TO VENDOR-RECORD-FOUND
                    ELSE
                        DISPLAY "VENDOR: " VENDOR-NAME.

       ENTER-LINE-FIELDS.
            PERFORM ENTER-LINE-DESCRIPTION.
            PERFORM ENTER-LINE-QUANTITY.
            PERFORM ENTER-LINE-UNIT-PRICE.
            COMPUTE REQ-LINE-AMOUNT ROUNDED =
               REQ-LINE-QUANTITY * REQ-LINE-UNIT-PRICE.
            MOVE REQ-LINE-AMOUNT TO AMOUNT-FIELD.
            DISPLAY "ESTIMATED LINE AMOUNT: " AMOUNT-FIELD.
            PERFORM ENTER-LINE-GL-CODE.
            PERFORM ENTER-LINE-JOB.

       ENTER-LINE-DESCRIPTION.
            PERFORM ACCEPT-LINE-DESCRIPTION.
            PERFORM RE-ACCEPT-LINE-DESCRIPTION
               UNTIL REQ-LINE-DESCRIPTION NOT = SPACE.

       ACCEPT-LINE-DESCRIPTION.
            DISPLAY "ENTER LINE DESCRIPTION".
            ACCEPT REQ-LINE-DESCRIPTION.
            INSPECT REQ-LINE-DESCRIPTION
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-LINE-DESCRIPTION.
            DISPLAY "A DESCRIPTION MUST BE ENTERED".
            PERFORM ACCEPT-LINE-DESCRIPTION.

       ENTER-LINE-QUANTITY.
            PERFORM ACCEPT-LINE-QUANTITY.
            PERFORM RE-ACCEPT-LINE-QUANTITY
               UNTIL REQ-LINE-QUANTITY NOT = ZEROES.

       ACCEPT-LINE-QUANTITY.
            DISPLAY "ENTER QUANTITY".
            ACCEPT QUANTITY-FIELD.
            MOVE QUANTITY-FIELD TO REQ-LINE-QUANTITY.

       RE-ACCEPT-LINE-QUANTITY.
            DISPLAY "QUANTITY MUST NOT BE ZERO".
            PERFORM ACCEPT-LINE-QUANTITY.

       ENTER-LINE-UNIT-PRICE.
            PERFORM ACCEPT-LINE-UNIT-PRICE.
            PERFORM RE-ACCEPT-LINE-UNIT-PRICE
               UNTIL REQ-LINE-UNIT-PRICE > ZERO.

       ACCEPT-LINE-UNIT-PRICE.
            DISPLAY "ENTER ESTIMATED UNIT PRICE".
            ACCEPT AMOUNT-FIELD.
            MOVE AMOUNT-FIELD TO REQ-LINE-UNIT-PRICE.

       RE-ACCEPT-LINE-UNIT-PRICE.
            DISPLAY "PRICE MUST BE MORE THAN ZERO".
            PERFORM ACCEPT-LINE-UNIT-PRICE.

       ENTER-LINE-GL-CODE.
            PERFORM ACCEPT-LINE-GL-CODE.
            PERFORM RE-ACCEPT-LINE-GL-CODE
               UNTIL REQ-LINE-GL-CODE NOT = SPACE AND
                  GL-ACCOUNT-RECORD-FOUND = "Y".

       ACCEPT-LINE-GL-CODE.
            DISPLAY "ENTER GL EXPENSE CODE".
            ACCEPT REQ-LINE-GL-CODE.
            INSPECT REQ-LINE-GL-CODE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            PERFORM CHECK-LINE-GL-CODE.

       RE-ACCEPT-LINE-GL-CODE.
            DISPLAY "A VALID GL EXPENSE CODE MUST BE ENTERED".
            PERFORM ACCEPT-LINE-GL-CODE.

       CHECK-LINE-GL-CODE.
            MOVE "N" TO GL-ACCOUNT-RECORD-FOUND.
            IF REQ-LINE-GL-CODE NOT = SPACE
                MOVE REQ-LINE-GL-CODE TO GL-ACCOUNT-CODE
                MOVE "Y" TO GL-ACCOUNT-RECORD-FOUND
                READ GL-ACCOUNT-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO GL-ACCOUNT-RECORD-FOUND
                END-READ
                IF GL-ACCOUNT-RECORD-FOUND = "N"
                    DISPLAY "GL ACCOUNT NOT ON FILE"
                ELSE
                    IF GL-ACCOUNT-INACTIVE
                        DISPLAY "GL ACCOUNT IS INACTIVE"
                        MOVE "N" TO GL-ACCOUNT-RECORD-FOUND
                    ELSE
                        DISPLAY "GL: " GL-ACCOUNT-NAME.

       ENTER-LINE-JOB.
            DISPLAY "ENTER JOB NUMBER (BLANK IF NOT JOB WORK)".
            MOVE SPACES TO REQ-LINE-JOB-NUMBER.
            ACCEPT REQ-LINE-JOB-NUMBER.
            INSPECT REQ-LINE-JOB-NUMBER
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF REQ-LINE-JOB-NUMBER NOT = SPACES
                MOVE REQ-LINE-JOB-NUMBER TO JOB-NUMBER
                MOVE "Y" TO JOB-RECORD-FOUND
                READ JOB-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO JOB-RECORD-FOUND
                END-READ
                IF JOB-RECORD-FOUND = "N"
                    DISPLAY "JOB NOT ON FILE"
                    PERFORM ENTER-LINE-JOB
                ELSE
                    DISPLAY "JOB: " JOB-DESCRIPTION.

       ASK-YES-OR-NO.
            PERFORM ACCEPT-YES-OR-NO.
            PERFORM RE-ACCEPT-YES-OR-NO
               UNTIL YES-NO-ANSWER = "Y" OR "N".

       ACCEPT-YES-OR-NO.
            DISPLAY ERROR-MESSAGE.
            ACCEPT YES-NO-ANSWER.
            INSPECT YES-NO-ANSWER
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-YES-OR-NO.
            DISPLAY "YOU MUST ENTER YES (Y) OR NO (N)".
            PERFORM ACCEPT-YES-OR-NO.

      *--------------------------------
      * LINES AND TOTAL
      *--------------------------------
       TOTAL-THE-REQUISITION.
            PERFORM COUNT-THE-LINES.

      * Walks the requisition's lines for the total, the line count
      * and the highest line number in use.
       COUNT-THE-LINES.
            MOVE ZERO TO REQUISITION-TOTAL
                         LINES-ON-FILE
                         LINES-ORDERED
                         HIGHEST-LINE.
            PERFORM START-THE-LINES.
            PERFORM COUNT-ONE-LINE
               UNTIL LINE-AT-END = "Y".

       COUNT-ONE-LINE.
            PERFORM READ-NEXT-LINE-RECORD.
            IF LINE-AT-END NOT = "Y"
                ADD 1 TO LINES-ON-FILE
                ADD REQ-LINE-AMOUNT TO REQUISITION-TOTAL
                MOVE REQ-LINE-SEQUENCE TO HIGHEST-LINE
                IF REQ-LINE-PO-NUMBER NOT = ZEROES
                    ADD 1 TO LINES-ORDERED.

       START-THE-LINES.
            MOVE REQUISITION-NUMBER TO REQ-LINE-REQUISITION.
            MOVE ZERO TO REQ-LINE-SEQUENCE.
            MOVE "N" TO LINE-AT-END.
            START REQUISITION-LINE-FILE
               KEY IS NOT LESS THAN REQ-LINE-KEY
               INVALID KEY
               MOVE "Y" TO LINE-AT-END.

       READ-NEXT-LINE-RECORD.
            READ REQUISITION-LINE-FILE NEXT RECORD
               AT END MOVE "Y" TO LINE-AT-END.
            IF LINE-AT-END NOT = "Y"
                IF REQ-LINE-REQUISITION NOT = REQUISITION-NUMBER
                    MOVE "Y" TO LINE-AT-END.

      *--------------------------------
      * DISPLAY
      *--------------------------------
       DISPLAY-ALL-FIELDS.
            DISPLAY " ".
            DISPLAY "REQUISITION: " REQUISITION-NUMBER
               "  STATUS: " REQUISITION-STATUS
               " (O/S/A/R/P/C/X)".
            MOVE REQUISITION-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            DISPLAY "DATED " FORMATTED-DATE
               "  ENTERED BY " REQUISITION-ENTERED-BY.
            DISPLAY "1. REQUESTER: " REQUISITION-REQUESTER.
            DISPLAY "2. DESCRIPTION: " REQUISITION-DESCRIPTION.
            MOVE SPACES TO VENDOR-NAME.
            IF REQUISITION-SUGGESTED-VENDOR NOT = ZEROES
                MOVE REQUISITION-SUGGESTED-VENDOR TO VENDOR-NUMBER
                PERFORM READ-VENDOR-RECORD
                IF VENDOR-RECORD-FOUND = "N"
                    MOVE "**NOT FOUND**" TO VENDOR-NAME.
            DISPLAY "3. SUGGESTED VENDOR: "
               REQUISITION-SUGGESTED-VENDOR " " VENDOR-NAME.
            IF REQUISITION-IS-REJECTED
                DISPLAY "   REJECTED BY " REQUISITION-APPROVED-BY
                   ": " REQUISITION-REJECT-REASON
            ELSE
            IF REQUISITION-APPROVED-BY NOT = SPACES
                DISPLAY "   APPROVED BY " REQUISITION-APPROVED-BY.
            IF REQUISITION-OVER-BUDGET = "Y"
                DISPLAY "   OVER BUDGET - CONTROL-LEVEL APPROVAL".
            DISPLAY "LINES:".
            PERFORM START-THE-LINES.
            PERFORM DISPLAY-ONE-LINE
               UNTIL LINE-AT-END = "Y".
            MOVE REQUISITION-TOTAL TO AMOUNT-FIELD.
            DISPLAY "ESTIMATED TOTAL: " AMOUNT-FIELD.
            DISPLAY " ".

       DISPLAY-ONE-LINE.
            PERFORM READ-NEXT-LINE-RECORD.
            IF LINE-AT-END NOT = "Y"
                MOVE REQ-LINE-QUANTITY TO QUANTITY-FIELD
                MOVE REQ-LINE-AMOUNT TO AMOUNT-FIELD
                DISPLAY " " REQ-LINE-SEQUENCE " "
                   REQ-LINE-DESCRIPTION " " QUANTITY-FIELD " "
                   AMOUNT-FIELD " GL " REQ-LINE-GL-CODE
                   " JOB " REQ-LINE-JOB-NUMBER
                IF REQ-LINE-PO-NUMBER NOT = ZEROES
                    DISPLAY "    ORDERED ON PO " REQ-LINE-PO-NUMBER
                       " FROM VENDOR " REQ-LINE-VENDOR.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       GET-EXISTING-RECORD.
            PERFORM ACCEPT-EXISTING-KEY.
            PERFORM RE-ACCEPT-EXISTING-KEY
               UNTIL REQUISITION-RECORD-FOUND = "Y" OR
                  REQUISITION-NUMBER = ZEROES.

       ACCEPT-EXISTING-KEY.
            PERFORM ENTER-REQUISITION-NUMBER.
            IF REQUISITION-NUMBER NOT = ZEROES
                PERFORM READ-REQUISITION-RECORD.

       RE-ACCEPT-EXISTING-KEY.
            DISPLAY "RECORD NOT FOUND".
            PERFORM ACCEPT-EXISTING-KEY.

       READ-REQUISITION-RECORD.
            MOVE "Y" TO REQUISITION-RECORD-FOUND.
            READ REQUISITION-FILE RECORD
               INVALID KEY
               MOVE "N" TO REQUISITION-RECORD-FOUND.

       WRITE-REQUISITION-RECORD.
            WRITE REQUISITION-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-REQUISITION-RECORD.
            REWRITE REQUISITION-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING REQUISITION RECORD".

       READ-VENDOR-RECORD.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

      *--------------------------------
      * OPERATOR SIGN-ON
      *--------------------------------
            COPY "plsignon01.cbl".

            COPY "plreqbud01.cbl".
            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plnumval01.cbl".
