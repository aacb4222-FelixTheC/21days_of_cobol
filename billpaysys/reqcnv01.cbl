      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Purchasing's side of the requisitions (fdreq01.cbl) - turns
      * approved requisitions into purchase orders (fdpo01.cbl) and
      * traces orders back to who asked for them:
      *   1 - LIST the approved requisitions still to be ordered;
      *   2 - CONVERT a requisition. Each line not yet ordered is
      *       put on a purchase order: a new PO number opens an
      *       order to the suggested vendor or any other active
      *       vendor, so one requisition can be split across
      *       vendors; an open PO already on file takes the line
      *       onto it, so lines from one or more requisitions can be
      *       combined - provided the GL code and job match, as the
      *       order carries only one of each. A line can be left for
      *       later. The requisition is part-ordered until its last
      *       line is on an order;
      *   3 - TRACE a purchase order back to its requisitions -
      *       every line on it, the requester, who keyed it and who
      *       approved it;
      *   4 - TRACE a voucher back the same way through the PO it
      *       billed against.
      * The link is REQ-LINE-PO-NUMBER on the requisition lines
      * (fdreql01.cbl); pomnt01.cbl will not delete an order that
      * requisition lines were put on. Restricted to
      * OPERATOR-AUTH-ENTRY holders (the "E" sign-on).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reqcnv01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slreq01.cbl".
            COPY "slreql01.cbl".
            COPY "slpo01.cbl".
            COPY "slvnd02.cbl".
            COPY "slvouch.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdreq01.cbl".
            COPY "fdreql01.cbl".
            COPY "fdpo01.cbl".
            COPY "fdvnd04.cbl".
            COPY "fdvouch.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".

       WORKING-STORAGE SECTION.
       77   MENU-PICK                          PIC 9.
            88 MENU-PICK-IS-VALID              VALUES 0 THRU 4.

       77   REQUISITION-RECORD-FOUND           PIC X.
       77   REQUISITION-AT-END                 PIC X.
       77   LINE-AT-END                        PIC X.
       77   PO-RECORD-FOUND                    PIC X.
       77   VENDOR-RECORD-FOUND                PIC X.
       77   VOUCHER-RECORD-FOUND               PIC X.
       77   LINE-CAN-GO                        PIC X.
       77   VENDOR-ENTRY-ANSWER                PIC X(5).
       77   PICKED-VENDOR-NUMBER               PIC 9(5) VALUE ZERO.
       77   ORDER-VENDOR                       PIC 9(5).
       77   WANTED-PO                          PIC 9(5).
       77   LINES-ON-FILE                      PIC 9(2).
       77   LINES-ORDERED                      PIC 9(2).
       77   LINES-LISTED                       PIC 9(5).
       77   TODAY-DATE                         PIC 9(8).

       77   AMOUNT-FIELD                       PIC ZZZ,ZZ9.99-.
       77   QUANTITY-FIELD                     PIC ZZZZ9.

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsnumval01.cbl".
            COPY "wssignon01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "E" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM GET-MENU-PICK.
            PERFORM DO-THE-PICK
               UNTIL MENU-PICK = 0.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN I-O REQUISITION-FILE.
            OPEN I-O REQUISITION-LINE-FILE.
            OPEN I-O PURCHASE-ORDER-FILE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT VOUCHER-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.

       CLOSING-PROCEDURE.
            CLOSE REQUISITION-FILE.
            CLOSE REQUISITION-LINE-FILE.
            CLOSE PURCHASE-ORDER-FILE.
            CLOSE VENDOR-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.

       GET-MENU-PICK.
            DISPLAY " ".
            DISPLAY "REQUISITIONS TO PURCHASE ORDERS - PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. LIST APPROVED REQUISITIONS TO BE ORDERED".
            DISPLAY "2. CONVERT A REQUISITION TO PURCHASE ORDERS".
            DISPLAY "3. TRACE A PURCHASE ORDER TO ITS REQUISITIONS".
            DISPLAY "4. TRACE A VOUCHER TO ITS REQUISITIONS".
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

       DO-THE-PICK.
            IF MENU-PICK = 1
                PERFORM LIST-THE-APPROVED.
            IF MENU-PICK = 2
                PERFORM CONVERT-MODE.
            IF MENU-PICK = 3
                PERFORM TRACE-AN-ORDER.
            IF MENU-PICK = 4
                PERFORM TRACE-A-VOUCHER.
            PERFORM GET-MENU-PICK.

      *--------------------------------
      * LIST THE APPROVED
      *--------------------------------
       LIST-THE-APPROVED.
            MOVE ZERO TO LINES-LISTED.
            MOVE ZEROES TO REQUISITION-NUMBER.
            MOVE "N" TO REQUISITION-AT-END.
            START REQUISITION-FILE
               KEY IS NOT LESS THAN REQUISITION-NUMBER
               INVALID KEY
               MOVE "Y" TO REQUISITION-AT-END.
            PERFORM LIST-ONE-APPROVED
               UNTIL REQUISITION-AT-END = "Y".
            DISPLAY LINES-LISTED " REQUISITION(S) TO BE ORDERED".

       LIST-ONE-APPROVED.
            READ REQUISITION-FILE NEXT RECORD
               AT END MOVE "Y" TO REQUISITION-AT-END.
            IF REQUISITION-AT-END NOT = "Y"
                IF REQUISITION-MAY-CONVERT
                    ADD 1 TO LINES-LISTED
                    MOVE REQUISITION-TOTAL TO AMOUNT-FIELD
                    DISPLAY REQUISITION-NUMBER " "
                       REQUISITION-STATUS " "
                       REQUISITION-DESCRIPTION " "
                       REQUISITION-REQUESTER " " AMOUNT-FIELD.

      *--------------------------------
      * CONVERT
      *--------------------------------
       CONVERT-MODE.
            PERFORM GET-CONVERTIBLE-RECORD.
            PERFORM CONVERT-RECORDS
               UNTIL REQUISITION-NUMBER = ZEROES.

       GET-CONVERTIBLE-RECORD.
            PERFORM GET-EXISTING-RECORD.
            IF REQUISITION-NUMBER NOT = ZEROES
                IF NOT REQUISITION-MAY-CONVERT
                    DISPLAY "ONLY AN APPROVED REQUISITION MAY BE"
                       " ORDERED"
                    PERFORM GET-CONVERTIBLE-RECORD.

       CONVERT-RECORDS.
            DISPLAY " ".
            DISPLAY "REQUISITION " REQUISITION-NUMBER
               " FOR " REQUISITION-DESCRIPTION.
            DISPLAY "REQUESTED BY " REQUISITION-REQUESTER
               "  SUGGESTED VENDOR " REQUISITION-SUGGESTED-VENDOR.
            PERFORM START-THE-LINES.
            PERFORM CONVERT-ONE-LINE
               UNTIL LINE-AT-END = "Y".
            PERFORM SET-THE-ORDERED-STATUS.
            PERFORM GET-CONVERTIBLE-RECORD.

       CONVERT-ONE-LINE.
            PERFORM READ-NEXT-LINE-RECORD.
            IF LINE-AT-END NOT = "Y"
                IF REQ-LINE-PO-NUMBER = ZEROES
                    PERFORM ORDER-THE-LINE.

       ORDER-THE-LINE.
            MOVE REQ-LINE-QUANTITY TO QUANTITY-FIELD.
            MOVE REQ-LINE-AMOUNT TO AMOUNT-FIELD.
            DISPLAY " ".
            DISPLAY "LINE " REQ-LINE-SEQUENCE " "
               REQ-LINE-DESCRIPTION " " QUANTITY-FIELD " "
               AMOUNT-FIELD.
            DISPLAY "     GL " REQ-LINE-GL-CODE
               " JOB " REQ-LINE-JOB-NUMBER.
            DISPLAY "ENTER PO NUMBER FOR THIS LINE - AN OPEN PO ON"
               " FILE TO ADD IT TO, OR A NEW ONE".
            DISPLAY "(ENTER 0 TO LEAVE THE LINE FOR LATER)".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO WANTED-PO.
            IF WANTED-PO NOT = ZEROES
                MOVE WANTED-PO TO PO-NUMBER
                PERFORM READ-PO-RECORD
                IF PO-RECORD-FOUND = "Y"
                    PERFORM ADD-LINE-TO-ORDER
                ELSE
                    PERFORM OPEN-ORDER-FOR-LINE.

      * Combining onto an order already on file - the order keeps
      * one GL code and job, so the line must share them. A blanket
      * release is not added to here; its amount is held to the
      * blanket in blkmnt01.cbl.
       ADD-LINE-TO-ORDER.
            MOVE "Y" TO LINE-CAN-GO.
            IF NOT PO-STATUS-OPEN
                DISPLAY "PO " PO-NUMBER " IS CLOSED"
                MOVE "N" TO LINE-CAN-GO
            ELSE
            IF PO-GL-CODE NOT = REQ-LINE-GL-CODE
                DISPLAY "PO " PO-NUMBER " IS CODED TO GL " PO-GL-CODE
                MOVE "N" TO LINE-CAN-GO
            ELSE
            IF PO-JOB-NUMBER NOT = REQ-LINE-JOB-NUMBER
                DISPLAY "PO " PO-NUMBER " IS FOR JOB " PO-JOB-NUMBER
                MOVE "N" TO LINE-CAN-GO
            ELSE
            IF PO-BLANKET-NUMBER NOT = SPACES
                DISPLAY "PO " PO-NUMBER " IS A RELEASE AGAINST BLANKET "
                   PO-BLANKET-NUMBER
                MOVE "N" TO LINE-CAN-GO.
            IF LINE-CAN-GO = "N"
                DISPLAY "LINE LEFT FOR LATER"
            ELSE
                ADD REQ-LINE-AMOUNT TO PO-EXPECTED-AMOUNT
                PERFORM REWRITE-PO-RECORD
                MOVE PO-VENDOR TO ORDER-VENDOR
                PERFORM MARK-THE-LINE-ORDERED
                MOVE PO-EXPECTED-AMOUNT TO AMOUNT-FIELD
                DISPLAY "ADDED TO PO " PO-NUMBER " FOR VENDOR "
                   PO-VENDOR " - NOW " AMOUNT-FIELD.

       OPEN-ORDER-FOR-LINE.
            PERFORM ENTER-ORDER-VENDOR.
            IF ORDER-VENDOR = ZEROES
                DISPLAY "LINE LEFT FOR LATER"
            ELSE
                MOVE WANTED-PO TO PO-NUMBER
                MOVE ORDER-VENDOR TO PO-VENDOR
                MOVE REQ-LINE-DESCRIPTION TO PO-DESCRIPTION
                MOVE TODAY-DATE TO PO-DATE
                MOVE REQ-LINE-AMOUNT TO PO-EXPECTED-AMOUNT
                MOVE ZEROES TO PO-VOUCHERED-AMOUNT
                MOVE REQ-LINE-GL-CODE TO PO-GL-CODE
                MOVE "O" TO PO-STATUS
                MOVE REQ-LINE-JOB-NUMBER TO PO-JOB-NUMBER
                MOVE SPACES TO PO-BLANKET-NUMBER
                PERFORM WRITE-PO-RECORD
                PERFORM MARK-THE-LINE-ORDERED
                DISPLAY "PO " PO-NUMBER " OPENED FOR VENDOR "
                   ORDER-VENDOR.

      * Blank takes the suggested vendor; "?" searches by name.
       ENTER-ORDER-VENDOR.
            PERFORM ACCEPT-ORDER-VENDOR.
            PERFORM RE-ACCEPT-ORDER-VENDOR
               UNTIL VENDOR-RECORD-FOUND = "Y"
                  OR ORDER-VENDOR = ZEROES.

       ACCEPT-ORDER-VENDOR.
            DISPLAY "ENTER VENDOR FOR THE NEW PO - BLANK FOR "
               REQUISITION-SUGGESTED-VENDOR.
            DISPLAY "(? TO SEARCH BY NAME, 0 TO LEAVE THE LINE)".
            MOVE SPACES TO VENDOR-ENTRY-ANSWER.
            ACCEPT VENDOR-ENTRY-ANSWER.
            IF VENDOR-ENTRY-ANSWER = SPACES
                MOVE REQUISITION-SUGGESTED-VENDOR TO ORDER-VENDOR
            ELSE
            IF VENDOR-ENTRY-ANSWER = "?"
                CLOSE VENDOR-FILE
                CALL "vndlkp01" USING PICKED-VENDOR-NUMBER
                OPEN INPUT VENDOR-FILE
                MOVE PICKED-VENDOR-NUMBER TO ORDER-VENDOR
            ELSE
                IF FUNCTION TEST-NUMVAL (VENDOR-ENTRY-ANSWER) = 0
                    COMPUTE ORDER-VENDOR =
                       FUNCTION NUMVAL (VENDOR-ENTRY-ANSWER)
                ELSE
                    MOVE ZEROES TO ORDER-VENDOR.
            MOVE "N" TO VENDOR-RECORD-FOUND.
            IF ORDER-VENDOR NOT = ZEROES
                MOVE ORDER-VENDOR TO VENDOR-NUMBER
                PERFORM READ-VENDOR-RECORD
                IF VENDOR-RECORD-FOUND = "N"
                    DISPLAY "VENDOR NOT ON FILE"
                ELSE
                    IF NOT VENDOR-STATUS-ACTIVE
                        DISPLAY "VENDOR IS NOT ACTIVE"
                        MOVE "N" TO VENDOR-RECORD-FOUND
                    ELSE
                        DISPLAY "VENDOR: " VENDOR-NAME.

       RE-ACCEPT-ORDER-VENDOR.
            PERFORM ACCEPT-ORDER-VENDOR.

       MARK-THE-LINE-ORDERED.
            MOVE PO-NUMBER TO REQ-LINE-PO-NUMBER.
            MOVE ORDER-VENDOR TO REQ-LINE-VENDOR.
            MOVE OPERATOR-ID TO REQ-LINE-ORDERED-BY.
            MOVE TODAY-DATE TO REQ-LINE-ORDERED-DATE.
            REWRITE REQUISITION-LINE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING REQUISITION LINE".

       SET-THE-ORDERED-STATUS.
            MOVE ZERO TO LINES-ON-FILE
                         LINES-ORDERED.
            PERFORM START-THE-LINES.
            PERFORM COUNT-ONE-LINE
               UNTIL LINE-AT-END = "Y".
            IF LINES-ORDERED NOT = ZERO
                IF LINES-ORDERED = LINES-ON-FILE
                    MOVE "C" TO REQUISITION-STATUS
                    DISPLAY "EVERY LINE IS ON ORDER"
                ELSE
                    MOVE "P" TO REQUISITION-STATUS
                    DISPLAY "REQUISITION IS PART-ORDERED".
            PERFORM REWRITE-REQUISITION-RECORD.

       COUNT-ONE-LINE.
            PERFORM READ-NEXT-LINE-RECORD.
            IF LINE-AT-END NOT = "Y"
                ADD 1 TO LINES-ON-FILE
                IF REQ-LINE-PO-NUMBER NOT = ZEROES
                    ADD 1 TO LINES-ORDERED.

      *--------------------------------
      * TRACE BACK
      *--------------------------------
       TRACE-AN-ORDER.
            DISPLAY "ENTER PO NUMBER TO TRACE".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO WANTED-PO.
            PERFORM TRACE-THE-ORDER.

       TRACE-A-VOUCHER.
            DISPLAY "ENTER VOUCHER NUMBER TO TRACE".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO VOUCHER-NUMBER.
            MOVE "Y" TO VOUCHER-RECORD-FOUND.
            READ VOUCHER-FILE RECORD
               INVALID KEY
               MOVE "N" TO VOUCHER-RECORD-FOUND.
            IF VOUCHER-RECORD-FOUND = "N"
                DISPLAY "VOUCHER NOT ON FILE"
            ELSE
            IF VOUCHER-PO-NUMBER = ZEROES
                DISPLAY "VOUCHER WAS NOT BILLED AGAINST A PO"
            ELSE
                DISPLAY "VOUCHER " VOUCHER-NUMBER " INVOICE "
                   VOUCHER-INVOICE " BILLED PO " VOUCHER-PO-NUMBER
                MOVE VOUCHER-PO-NUMBER TO WANTED-PO
                PERFORM TRACE-THE-ORDER.

       TRACE-THE-ORDER.
            MOVE WANTED-PO TO PO-NUMBER.
            PERFORM READ-PO-RECORD.
            IF PO-RECORD-FOUND = "N"
                DISPLAY "PO NOT ON FILE"
            ELSE
                MOVE PO-EXPECTED-AMOUNT TO AMOUNT-FIELD
                DISPLAY " "
                DISPLAY "PO " PO-NUMBER " VENDOR " PO-VENDOR " "
                   PO-DESCRIPTION " " AMOUNT-FIELD
                MOVE ZERO TO LINES-LISTED
                MOVE WANTED-PO TO REQ-LINE-PO-NUMBER
                MOVE "N" TO LINE-AT-END
                START REQUISITION-LINE-FILE
                   KEY IS EQUAL TO REQ-LINE-PO-NUMBER
                   INVALID KEY
                   MOVE "Y" TO LINE-AT-END
                END-START
                PERFORM TRACE-ONE-LINE
                   UNTIL LINE-AT-END = "Y"
                IF LINES-LISTED = ZERO
                    DISPLAY "NOT ORDERED FROM A REQUISITION".

       TRACE-ONE-LINE.
            READ REQUISITION-LINE-FILE NEXT RECORD
               AT END MOVE "Y" TO LINE-AT-END.
            IF LINE-AT-END NOT = "Y"
                IF REQ-LINE-PO-NUMBER NOT = WANTED-PO
                    MOVE "Y" TO LINE-AT-END
                ELSE
                    ADD 1 TO LINES-LISTED
                    PERFORM SHOW-THE-TRACED-LINE.

       SHOW-THE-TRACED-LINE.
            MOVE REQ-LINE-AMOUNT TO AMOUNT-FIELD.
            DISPLAY " REQUISITION " REQ-LINE-REQUISITION
               " LINE " REQ-LINE-SEQUENCE " "
               REQ-LINE-DESCRIPTION " " AMOUNT-FIELD.
            MOVE REQ-LINE-REQUISITION TO REQUISITION-NUMBER.
            PERFORM READ-REQUISITION-RECORD.
            IF REQUISITION-RECORD-FOUND = "Y"
                DISPLAY "    REQUESTED BY " REQUISITION-REQUESTER
                   " KEYED BY " REQUISITION-ENTERED-BY
                MOVE REQUISITION-APPROVED-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                DISPLAY "    APPROVED BY " REQUISITION-APPROVED-BY
                   " ON " FORMATTED-DATE
                   "  ORDERED BY " REQ-LINE-ORDERED-BY.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       GET-EXISTING-RECORD.
            PERFORM ACCEPT-EXISTING-KEY.
            PERFORM RE-ACCEPT-EXISTING-KEY
               UNTIL REQUISITION-RECORD-FOUND = "Y" OR
                  REQUISITION-NUMBER = ZEROES.

       ACCEPT-EXISTING-KEY.
            DISPLAY "ENTER REQUISITION NUMBER TO ORDER".
            DISPLAY "(ENTER 0 TO STOP ENTRY)".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO REQUISITION-NUMBER.
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

       REWRITE-REQUISITION-RECORD.
            REWRITE REQUISITION-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING REQUISITION RECORD".

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

      *--------------------------------
      * OPERATOR SIGN-ON
      *--------------------------------
            COPY "plsignon01.cbl".

            COPY "dtfmt01.cbl".
            COPY "plnumval01.cbl".
