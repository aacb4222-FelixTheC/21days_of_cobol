      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Vendor corporate-family maintenance. Many suppliers are on
      * file several times over - regional branches, separate remit
      * locations - and nothing said they were one company. Here the
      * operator links a vendor to its parent (VENDOR-PARENT-NUMBER,
      * fdvnd04.cbl), takes one back out, turns the family credit
      * check on or off at the parent, and lists a family from any
      * of its members. The spend and diversity reports roll up by
      * family, voucher entry tests a flagged family's combined open
      * balance against the parent's limit, and the year-end 1099
      * runs combine members that share a tax id.
      *
      * Families are one level deep and stay inside one company: a
      * parent may not itself have a parent, and a vendor that heads
      * a family cannot be linked under another until its own
      * members are moved. Every change goes to the field-level
      * vendor audit trail and the journal, as a keyed change
      * through vndmnt04 would.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndfam01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvnd02.cbl".
            COPY "slvndaud.cbl".
            COPY "sloperator.cbl".
            COPY "sljrnl01.cbl".
            COPY "slcmpny.cbl".
            COPY "slaudit01.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdvndaud.cbl".
            COPY "fdoperator.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdaudit01.cbl".

       WORKING-STORAGE SECTION.
       77   MENU-PICK                     PIC 9.
            88 MENU-PICK-IS-VALID         VALUES 0 THRU 4.

       77   VENDOR-RECORD-FOUND           PIC X.
       77   CHILD-NUMBER                  PIC 9(5).
       77   CHILD-NAME                    PIC X(30).
       77   CHILD-COMPANY                 PIC 9.
       77   CHILD-OLD-PARENT              PIC 9(5).
       77   PARENT-NUMBER                 PIC 9(5).
       77   PARENT-NAME                   PIC X(30).
       77   LINK-IS-VALID                 PIC X.
       77   OK-TO-CHANGE                  PIC X.
       77   NEW-FAMILY-CREDIT             PIC X.
       77   MEMBER-INDEX                  PIC 9(3).
       77   CREDIT-LIMIT-FIELD            PIC ZZZ,ZZ9.99-.

       77   FAMILY-CHANGES                PIC 9(5) VALUE ZERO.

       77   LAST-AUDIT-DATE               PIC 9(8) VALUE ZERO.
       77   LAST-AUDIT-TIME               PIC 9(8) VALUE ZERO.
       77   AUDIT-SEQ-COUNTER             PIC 9(2) VALUE ZERO.

            COPY "wssignon01.cbl".
            COPY "wsjrnl01.cbl".
            COPY "wsnumval01.cbl".
            COPY "wsfam01.cbl".
            COPY "wsmask01.cbl".

       77   LOWER-ALPHA                   PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       77   UPPER-ALPHA                   PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "M" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            MOVE OPERATOR-ID TO JOURNAL-BY-OPERATOR.
            MOVE "vndfam01" TO SENSITIVE-PROGRAM-ID.
            PERFORM GET-MENU-PICK.
            PERFORM MAINTAIN-THE-FAMILIES
               UNTIL MENU-PICK = 0.
            DISPLAY "FAMILY CHANGES MADE: " FAMILY-CHANGES.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN I-O VENDOR-FILE.
            OPEN I-O VENDOR-AUDIT-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            OPEN EXTEND JOURNAL-FILE.
            OPEN I-O SYSTEM-AUDIT-FILE.
            MOVE "VNDFAM01" TO JOURNAL-PROGRAM-NAME.

       CLOSING-PROCEDURE.
            CLOSE VENDOR-FILE.
            CLOSE VENDOR-AUDIT-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
            CLOSE JOURNAL-FILE.
            CLOSE SYSTEM-AUDIT-FILE.

       GET-MENU-PICK.
            DISPLAY " ".
            DISPLAY "VENDOR FAMILIES - PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. LINK A VENDOR TO A PARENT".
            DISPLAY "2. REMOVE A VENDOR FROM ITS FAMILY".
            DISPLAY "3. SET A PARENT'S FAMILY CREDIT CHECK".
            DISPLAY "4. DISPLAY A FAMILY".
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

       MAINTAIN-THE-FAMILIES.
            IF MENU-PICK = 1
                PERFORM LINK-MODE.
            IF MENU-PICK = 2
                PERFORM UNLINK-MODE.
            IF MENU-PICK = 3
                PERFORM FAMILY-CREDIT-MODE.
            IF MENU-PICK = 4
                PERFORM DISPLAY-MODE.
            PERFORM GET-MENU-PICK.

      *--------------------------------
      * LINK A CHILD TO ITS PARENT
      *--------------------------------
       LINK-MODE.
            PERFORM GET-CHILD-VENDOR.
            PERFORM LINK-ONE-VENDOR
               UNTIL CHILD-NUMBER = ZEROES.

       LINK-ONE-VENDOR.
            PERFORM CHECK-CHILD-HEADS-NO-FAMILY.
            IF LINK-IS-VALID = "Y"
                PERFORM GET-PARENT-VENDOR
                IF PARENT-NUMBER NOT = ZEROES
                    PERFORM CONFIRM-AND-LINK
                END-IF
            END-IF.
            PERFORM GET-CHILD-VENDOR.

       GET-CHILD-VENDOR.
            DISPLAY " ".
            DISPLAY "ENTER VENDOR NUMBER OF THE BRANCH OR".
            DISPLAY "REMIT LOCATION (ENTER 0 TO STOP ENTRY)".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO CHILD-NUMBER.
            IF CHILD-NUMBER NOT = ZEROES
                MOVE CHILD-NUMBER TO VENDOR-NUMBER
                PERFORM READ-VENDOR-RECORD
                IF VENDOR-RECORD-FOUND = "N"
                    DISPLAY "VENDOR NOT ON FILE"
                    PERFORM GET-CHILD-VENDOR
                ELSE
                    MOVE VENDOR-NAME TO CHILD-NAME
                    MOVE VENDOR-COMPANY TO CHILD-COMPANY
                    MOVE VENDOR-PARENT-NUMBER TO CHILD-OLD-PARENT
                    DISPLAY "VENDOR: " VENDOR-NAME
                    IF NOT VENDOR-HAS-NO-PARENT
                        DISPLAY "NOW IN THE FAMILY OF "
                           VENDOR-PARENT-NUMBER.

       CHECK-CHILD-HEADS-NO-FAMILY.
            MOVE "Y" TO LINK-IS-VALID.
            MOVE CHILD-NUMBER TO FAMILY-HEAD.
            PERFORM COLLECT-THE-FAMILY-MEMBERS.
            IF FAMILY-MEMBER-COUNT > 1
                MOVE "N" TO LINK-IS-VALID
                DISPLAY "THIS VENDOR HEADS A FAMILY OF ITS OWN -"
                DISPLAY "MOVE OR REMOVE ITS MEMBERS FIRST".

       GET-PARENT-VENDOR.
            DISPLAY "ENTER VENDOR NUMBER OF THE PARENT".
            DISPLAY "(ENTER 0 TO CANCEL)".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO PARENT-NUMBER.
            IF PARENT-NUMBER NOT = ZEROES
                PERFORM CHECK-THE-PARENT
                IF LINK-IS-VALID = "N"
                    PERFORM GET-PARENT-VENDOR.

       CHECK-THE-PARENT.
            MOVE "Y" TO LINK-IS-VALID.
            MOVE PARENT-NUMBER TO VENDOR-NUMBER.
            PERFORM READ-VENDOR-RECORD.
            IF PARENT-NUMBER = CHILD-NUMBER
                MOVE "N" TO LINK-IS-VALID
                DISPLAY "A VENDOR CANNOT BE ITS OWN PARENT"
            ELSE IF VENDOR-RECORD-FOUND = "N"
                MOVE "N" TO LINK-IS-VALID
                DISPLAY "VENDOR NOT ON FILE"
            ELSE IF NOT VENDOR-HAS-NO-PARENT
                MOVE "N" TO LINK-IS-VALID
                DISPLAY "THAT VENDOR IS ITSELF IN THE FAMILY OF "
                   VENDOR-PARENT-NUMBER
                DISPLAY "- LINK TO THAT PARENT INSTEAD"
            ELSE IF VENDOR-COMPANY NOT = CHILD-COMPANY
                MOVE "N" TO LINK-IS-VALID
                DISPLAY "THE PARENT BELONGS TO ANOTHER COMPANY"
            ELSE
                MOVE VENDOR-NAME TO PARENT-NAME.

       CONFIRM-AND-LINK.
            DISPLAY " ".
            DISPLAY "LINK " CHILD-NUMBER " " CHILD-NAME.
            DISPLAY "  TO " PARENT-NUMBER " " PARENT-NAME.
            PERFORM ASK-OK-TO-CHANGE.
            IF OK-TO-CHANGE = "Y"
                MOVE CHILD-NUMBER TO VENDOR-NUMBER
                PERFORM READ-VENDOR-RECORD
                PERFORM SET-THE-PARENT-NUMBER
                DISPLAY "VENDOR LINKED".

      *--------------------------------
      * TAKE A CHILD OUT OF ITS FAMILY
      *--------------------------------
       UNLINK-MODE.
            PERFORM GET-CHILD-VENDOR.
            PERFORM UNLINK-ONE-VENDOR
               UNTIL CHILD-NUMBER = ZEROES.

       UNLINK-ONE-VENDOR.
            IF CHILD-OLD-PARENT = ZEROES
                DISPLAY "THIS VENDOR IS NOT A MEMBER OF A FAMILY"
            ELSE
                PERFORM ASK-OK-TO-CHANGE
                IF OK-TO-CHANGE = "Y"
                    MOVE ZEROES TO PARENT-NUMBER
                    PERFORM SET-THE-PARENT-NUMBER
                    DISPLAY "VENDOR REMOVED FROM THE FAMILY"
                END-IF
            END-IF.
            PERFORM GET-CHILD-VENDOR.

      * The record in hand is the child, just read. A child's own
      * family credit flag means nothing, so linking clears it.
       SET-THE-PARENT-NUMBER.
            MOVE VENDOR-RECORD TO JOURNAL-SAVED-VENDOR.
            MOVE "VENDOR-PARENT-NUMBER" TO AUDIT-FIELD-CHANGED.
            MOVE VENDOR-PARENT-NUMBER TO AUDIT-OLD-VALUE.
            MOVE PARENT-NUMBER TO VENDOR-PARENT-NUMBER.
            MOVE VENDOR-PARENT-NUMBER TO AUDIT-NEW-VALUE.
            PERFORM WRITE-AUDIT-RECORD.
            IF PARENT-NUMBER NOT = ZEROES AND
                  VENDOR-FAMILY-CREDIT NOT = "N"
                MOVE "VENDOR-FAMILY-CREDIT" TO AUDIT-FIELD-CHANGED
                MOVE VENDOR-FAMILY-CREDIT TO AUDIT-OLD-VALUE
                MOVE "N" TO VENDOR-FAMILY-CREDIT
                MOVE VENDOR-FAMILY-CREDIT TO AUDIT-NEW-VALUE
                PERFORM WRITE-AUDIT-RECORD.
            PERFORM REWRITE-THE-VENDOR.

      *--------------------------------
      * FAMILY CREDIT CHECK AT THE PARENT
      *--------------------------------
       FAMILY-CREDIT-MODE.
            PERFORM GET-PARENT-FOR-CREDIT.
            PERFORM SET-ONE-FAMILY-CREDIT
               UNTIL PARENT-NUMBER = ZEROES.

       GET-PARENT-FOR-CREDIT.
            DISPLAY " ".
            DISPLAY "ENTER VENDOR NUMBER OF THE PARENT".
            DISPLAY "(ENTER 0 TO STOP ENTRY)".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO PARENT-NUMBER.
            IF PARENT-NUMBER NOT = ZEROES
                MOVE PARENT-NUMBER TO VENDOR-NUMBER
                PERFORM READ-VENDOR-RECORD
                IF VENDOR-RECORD-FOUND = "N"
                    DISPLAY "VENDOR NOT ON FILE"
                    PERFORM GET-PARENT-FOR-CREDIT
                ELSE
                    IF NOT VENDOR-HAS-NO-PARENT
                        DISPLAY "THAT VENDOR IS IN THE FAMILY OF "
                           VENDOR-PARENT-NUMBER
                        DISPLAY "- THE CHECK IS SET AT THE PARENT"
                        PERFORM GET-PARENT-FOR-CREDIT.

       SET-ONE-FAMILY-CREDIT.
            MOVE VENDOR-CREDIT-LIMIT TO CREDIT-LIMIT-FIELD.
            DISPLAY "VENDOR: " VENDOR-NAME.
            DISPLAY "CREDIT LIMIT: " CREDIT-LIMIT-FIELD.
            DISPLAY "FAMILY CREDIT CHECK NOW: " VENDOR-FAMILY-CREDIT.
            PERFORM ACCEPT-NEW-FAMILY-CREDIT.
            PERFORM RE-ACCEPT-NEW-FAMILY-CREDIT
               UNTIL NEW-FAMILY-CREDIT = "Y" OR "N".
            IF NEW-FAMILY-CREDIT NOT = VENDOR-FAMILY-CREDIT
                MOVE VENDOR-RECORD TO JOURNAL-SAVED-VENDOR
                MOVE "VENDOR-FAMILY-CREDIT" TO AUDIT-FIELD-CHANGED
                MOVE VENDOR-FAMILY-CREDIT TO AUDIT-OLD-VALUE
                MOVE NEW-FAMILY-CREDIT TO VENDOR-FAMILY-CREDIT
                MOVE VENDOR-FAMILY-CREDIT TO AUDIT-NEW-VALUE
                PERFORM WRITE-AUDIT-RECORD
                PERFORM REWRITE-THE-VENDOR
                IF VENDOR-CHECKS-FAMILY-CREDIT AND
                      VENDOR-CREDIT-LIMIT = ZERO
                    DISPLAY "NOTE - THE PARENT HAS NO CREDIT LIMIT,"
                    DISPLAY "SO NOTHING IS CHECKED UNTIL ONE IS SET".
            PERFORM GET-PARENT-FOR-CREDIT.

       ACCEPT-NEW-FAMILY-CREDIT.
            DISPLAY "CHECK THE WHOLE FAMILY'S OPEN BALANCE AGAINST".
            DISPLAY "THIS VENDOR'S CREDIT LIMIT (Y/N)?".
            ACCEPT NEW-FAMILY-CREDIT.
            INSPECT NEW-FAMILY-CREDIT
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-NEW-FAMILY-CREDIT.
            DISPLAY "YOU MUST ENTER Y OR N".
            PERFORM ACCEPT-NEW-FAMILY-CREDIT.

      *--------------------------------
      * LIST A FAMILY FROM ANY MEMBER
      *--------------------------------
       DISPLAY-MODE.
            PERFORM GET-CHILD-VENDOR.
            PERFORM DISPLAY-ONE-FAMILY
               UNTIL CHILD-NUMBER = ZEROES.

       DISPLAY-ONE-FAMILY.
            IF CHILD-OLD-PARENT = ZEROES
                MOVE CHILD-NUMBER TO FAMILY-HEAD
            ELSE
                MOVE CHILD-OLD-PARENT TO FAMILY-HEAD.
            PERFORM COLLECT-THE-FAMILY-MEMBERS.
            IF FAMILY-MEMBER-COUNT = 1
                DISPLAY "THIS VENDOR IS NOT PART OF A FAMILY"
            ELSE
                DISPLAY " "
                DISPLAY "FAMILY OF " FAMILY-HEAD " - "
                   FAMILY-MEMBER-COUNT " VENDORS"
                PERFORM DISPLAY-ONE-MEMBER
                   VARYING MEMBER-INDEX FROM 1 BY 1
                   UNTIL MEMBER-INDEX > FAMILY-MEMBER-COUNT
            END-IF.
            PERFORM GET-CHILD-VENDOR.

       DISPLAY-ONE-MEMBER.
            MOVE FAMILY-MEMBER (MEMBER-INDEX) TO VENDOR-NUMBER.
            PERFORM READ-VENDOR-RECORD.
            IF VENDOR-RECORD-FOUND = "N"
                DISPLAY "  " VENDOR-NUMBER " (PARENT NOT ON FILE)"
            ELSE IF MEMBER-INDEX = 1
                MOVE VENDOR-CREDIT-LIMIT TO CREDIT-LIMIT-FIELD
                DISPLAY "  " VENDOR-NUMBER " " VENDOR-NAME
                   " PARENT"
                PERFORM SHOW-MEMBER-TAX-ID
                DISPLAY "        TAX ID " SENSITIVE-SHOWN (1 : 11)
                   " LIMIT " CREDIT-LIMIT-FIELD
                   " FAMILY CHECK " VENDOR-FAMILY-CREDIT
            ELSE
                DISPLAY "  " VENDOR-NUMBER " " VENDOR-NAME
                PERFORM SHOW-MEMBER-TAX-ID
                DISPLAY "        TAX ID " SENSITIVE-SHOWN (1 : 11).

       SHOW-MEMBER-TAX-ID.
            MOVE VENDOR-TAX-ID TO SENSITIVE-VALUE.
            MOVE "VENDOR-TAX-ID" TO SENSITIVE-FIELD-NAME.
            MOVE VENDOR-NUMBER TO SENSITIVE-RECORD-KEY.
            PERFORM SHOW-SENSITIVE-VALUE.

       ASK-OK-TO-CHANGE.
            DISPLAY "MAKE THIS CHANGE (Y/N)?".
            ACCEPT OK-TO-CHANGE.
            INSPECT OK-TO-CHANGE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF OK-TO-CHANGE NOT = "Y" AND
                  OK-TO-CHANGE NOT = "N"
                DISPLAY "YOU MUST ENTER Y OR N"
                PERFORM ASK-OK-TO-CHANGE.

      *--------------------------------
      * VENDOR AUDIT TRAIL
      * (vndmnt04.cbl's WRITE-AUDIT-
      * RECORD idiom)
      *--------------------------------
       WRITE-AUDIT-RECORD.
            MOVE VENDOR-NUMBER TO AUDIT-VENDOR-NUMBER.
            ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
            ACCEPT AUDIT-TIME FROM TIME.
            PERFORM ASSIGN-AUDIT-SEQUENCE.
            MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
            MOVE SPACES TO AUDIT-SOURCE.
            WRITE VENDOR-AUDIT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING AUDIT RECORD".

       ASSIGN-AUDIT-SEQUENCE.
            IF AUDIT-DATE = LAST-AUDIT-DATE AND
               AUDIT-TIME = LAST-AUDIT-TIME
                ADD 1 TO AUDIT-SEQ-COUNTER
            ELSE
                MOVE ZERO TO AUDIT-SEQ-COUNTER
                MOVE AUDIT-DATE TO LAST-AUDIT-DATE
                MOVE AUDIT-TIME TO LAST-AUDIT-TIME.
            MOVE AUDIT-SEQ-COUNTER TO AUDIT-SEQUENCE.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       READ-VENDOR-RECORD.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       REWRITE-THE-VENDOR.
            REWRITE VENDOR-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR RECORD".
            MOVE "VN" TO JOURNAL-FILE-ID.
            MOVE "RW" TO JOURNAL-ACTION.
            MOVE VENDOR-NUMBER TO JOURNAL-RECORD-KEY.
            MOVE JOURNAL-SAVED-VENDOR TO JOURNAL-BEFORE-IMAGE.
            MOVE VENDOR-RECORD TO JOURNAL-AFTER-IMAGE.
            PERFORM WRITE-THE-JOURNAL.
            ADD 1 TO FAMILY-CHANGES.

            COPY "plsignon01.cbl".
            COPY "pljrnl01.cbl".
            COPY "plnumval01.cbl".
            COPY "plfam01.cbl".
            COPY "plmask01.cbl".
            COPY "plmask02.cbl".
