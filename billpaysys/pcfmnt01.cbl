      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Petty-cash fund entry and maintenance over the fund master
      * (fdpcf01.cbl), in the cntmnt01.cbl shape. Fund numbers are
      * keyed by the operator (the site's own code for its box).
      * The custodian must be on the vendor master, active, and in
      * the fund's company - the replenishment voucher is payable
      * to them. A fund cannot be closed, or its authorized amount
      * cut below, while slips wait to be replenished, and a fund
      * that has slips (fdpcs01.cbl) cannot be deleted - close it
      * instead.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pcfmnt01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvnd02.cbl".
            COPY "slcmpny.cbl".
            COPY "slpcf01.cbl".
            COPY "slpcs01.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdpcf01.cbl".
            COPY "fdpcs01.cbl".

       WORKING-STORAGE SECTION.
       77   MENU-PICK                          PIC 9.
            88 MENU-PICK-IS-VALID              VALUES 0 THRU 4.

       77   THE-MODE                           PIC X(7).
       77   WHICH-FIELD                        PIC 9.
       77   OK-TO-DELETE                       PIC X.
       77   FUND-RECORD-FOUND                  PIC X.
       77   VENDOR-RECORD-FOUND                PIC X.
       77   COMPANY-RECORD-FOUND               PIC X.
       77   ADD-ANOTHER                        PIC X.
       77   SLIP-FILE-AT-END                   PIC X.
       77   FUND-SLIP-COUNT                    PIC 9(4).
       77   FUND-OPEN-SLIP-TOTAL               PIC S9(7)V99.

       77   FUND-AMOUNT-FIELD                  PIC ZZZ,ZZ9.99-.
       77   ERROR-MESSAGE                      PIC X(79) VALUE SPACE.

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
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
            OPEN I-O PETTY-CASH-FUND-FILE.
            OPEN INPUT PETTY-CASH-SLIP-FILE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT COMPANY-FILE.

       CLOSING-PROCEDURE.
            CLOSE PETTY-CASH-FUND-FILE.
            CLOSE PETTY-CASH-SLIP-FILE.
            CLOSE VENDOR-FILE.
            CLOSE COMPANY-FILE.

       MAIN-PROCESS.
            PERFORM GET-MENU-PICK.
            PERFORM MAINTAIN-THE-FILE
               UNTIL MENU-PICK = 0.

       GET-MENU-PICK.
            DISPLAY " ".
            DISPLAY "PETTY-CASH FUND MAINTENANCE - PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. ADD RECORDS".
            DISPLAY "2. CHANGE A RECORD".
            DISPLAY "3. LOOK UP A RECORD".
            DISPLAY "4. DELETE A RECORD".
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
            MOVE "Y" TO ADD-ANOTHER.
            PERFORM GET-NEW-RECORD-KEY.
            PERFORM ADD-RECORDS
               UNTIL ADD-ANOTHER = "N".

       GET-NEW-RECORD-KEY.
            PERFORM ACCEPT-NEW-RECORD-KEY.
            PERFORM RE-ACCEPT-NEW-RECORD-KEY
               UNTIL FUND-RECORD-FOUND = "N".

       ACCEPT-NEW-RECORD-KEY.
            PERFORM INIT-FUND-RECORD.
            PERFORM ENTER-FUND-NUMBER.
            PERFORM READ-FUND-RECORD.

       RE-ACCEPT-NEW-RECORD-KEY.
            DISPLAY "FUND ALREADY ON FILE".
            PERFORM ACCEPT-NEW-RECORD-KEY.

       ADD-RECORDS.
            MOVE ZERO TO FUND-OPEN-SLIP-TOTAL.
            PERFORM ENTER-REMAINING-FIELDS.
            PERFORM WRITE-FUND-RECORD.
            PERFORM GET-ADD-ANOTHER.

       GET-ADD-ANOTHER.
            PERFORM ACCEPT-ADD-ANOTHER.
            PERFORM RE-ACCEPT-ADD-ANOTHER
               UNTIL ADD-ANOTHER = "Y" OR "N".

       ACCEPT-ADD-ANOTHER.
            DISPLAY "ADD ANOTHER FUND (Y/N)?".
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
            PERFORM ENTER-FUND-SITE.
            PERFORM ENTER-FUND-CUSTODIAN.
            PERFORM ENTER-FUND-COMPANY.
            PERFORM ENTER-CUSTODIAN-VENDOR.
            PERFORM ENTER-FUND-AUTHORIZED.
            PERFORM ENTER-FUND-STATUS.

      *--------------------------------
      * CHANGE
      *--------------------------------
       CHANGE-MODE.
            MOVE "CHANGE" TO THE-MODE.
            PERFORM GET-EXISTING-RECORD.
            PERFORM CHANGE-RECORDS
               UNTIL PCFUND-NUMBER = SPACES.

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

      * The custodian is re-checked when the company moves - the
      * voucher must be payable within the fund's own company.
       CHANGE-THIS-FIELD.
            IF WHICH-FIELD = 1
                PERFORM ENTER-FUND-SITE.
            IF WHICH-FIELD = 2
                PERFORM ENTER-FUND-CUSTODIAN.
            IF WHICH-FIELD = 3
                PERFORM ENTER-CUSTODIAN-VENDOR.
            IF WHICH-FIELD = 4
                PERFORM ENTER-FUND-COMPANY
                PERFORM ENTER-CUSTODIAN-VENDOR.
            IF WHICH-FIELD = 5
                PERFORM ENTER-FUND-AUTHORIZED.
            IF WHICH-FIELD = 6
                PERFORM ENTER-FUND-STATUS.
            PERFORM REWRITE-FUND-RECORD.

      *--------------------------------
      * INQUIRE
      *--------------------------------
       INQUIRE-MODE.
            MOVE "DISPLAY" TO THE-MODE.
            PERFORM GET-EXISTING-RECORD.
            PERFORM INQUIRE-RECORDS
               UNTIL PCFUND-NUMBER = SPACES.

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
               UNTIL PCFUND-NUMBER = SPACES.

       DELETE-RECORDS.
            PERFORM DISPLAY-ALL-FIELDS.
            IF FUND-SLIP-COUNT NOT = ZERO
                DISPLAY "SLIPS ARE KEYED AGAINST THIS FUND - IT"
                DISPLAY "CANNOT BE DELETED. CLOSE IT INSTEAD."
            ELSE
                PERFORM ASK-TO-DELETE
                IF OK-TO-DELETE = "Y"
                    PERFORM DELETE-FUND-RECORD.
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
      * FIELD ENTRY
      *--------------------------------
       INIT-FUND-RECORD.
            MOVE SPACES TO PCFUND-NUMBER
                           PCFUND-SITE
                           PCFUND-CUSTODIAN
                           PCFUND-LAST-COUNTED-BY.
            MOVE ZEROES TO PCFUND-CUSTODIAN-VENDOR
                           PCFUND-COMPANY
                           PCFUND-AUTHORIZED
                           PCFUND-LAST-REPLENISHED
                           PCFUND-LAST-VOUCHER
                           PCFUND-LAST-COUNT-DATE
                           PCFUND-LAST-COUNT-CASH
                           PCFUND-LAST-COUNT-VARIANCE.
            MOVE "O" TO PCFUND-STATUS.

       ENTER-FUND-NUMBER.
            DISPLAY "ENTER FUND NUMBER TO " THE-MODE.
            DISPLAY "(ENTER BLANK TO STOP ENTRY)".
            ACCEPT PCFUND-NUMBER.
            INSPECT PCFUND-NUMBER
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       ENTER-FUND-SITE.
            PERFORM ACCEPT-FUND-SITE.
            PERFORM RE-ACCEPT-FUND-SITE
               UNTIL PCFUND-SITE NOT = SPACE.

       ACCEPT-FUND-SITE.
            DISPLAY "ENTER SITE WHERE THE BOX IS KEPT".
            ACCEPT PCFUND-SITE.
            INSPECT PCFUND-SITE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-FUND-SITE.
            DISPLAY "A SITE MUST BE ENTERED".
            PERFORM ACCEPT-FUND-SITE.

       ENTER-FUND-CUSTODIAN.
            PERFORM ACCEPT-FUND-CUSTODIAN.
            PERFORM RE-ACCEPT-FUND-CUSTODIAN
               UNTIL PCFUND-CUSTODIAN NOT = SPACE.

       ACCEPT-FUND-CUSTODIAN.
            DISPLAY "ENTER CUSTODIAN NAME".
            ACCEPT PCFUND-CUSTODIAN.
            INSPECT PCFUND-CUSTODIAN
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-FUND-CUSTODIAN.
            DISPLAY "A CUSTODIAN MUST BE ENTERED".
            PERFORM ACCEPT-FUND-CUSTODIAN.

       ENTER-FUND-COMPANY.
            PERFORM ACCEPT-FUND-COMPANY.
            PERFORM RE-ACCEPT-FUND-COMPANY
               UNTIL COMPANY-RECORD-FOUND = "Y".

       ACCEPT-FUND-COMPANY.
            DISPLAY "ENTER COMPANY (1-9)".
            ACCEPT PCFUND-COMPANY.
            MOVE PCFUND-COMPANY TO COMPANY-NUMBER.
            MOVE "Y" TO COMPANY-RECORD-FOUND.
            READ COMPANY-FILE RECORD
               INVALID KEY
               MOVE "N" TO COMPANY-RECORD-FOUND.
            IF COMPANY-RECORD-FOUND = "Y"
                DISPLAY "COMPANY: " COMPANY-NAME.

       RE-ACCEPT-FUND-COMPANY.
            DISPLAY "COMPANY NOT ON FILE".
            PERFORM ACCEPT-FUND-COMPANY.

       ENTER-CUSTODIAN-VENDOR.
            PERFORM ACCEPT-CUSTODIAN-VENDOR.
            PERFORM RE-ACCEPT-CUSTODIAN-VENDOR
               UNTIL VENDOR-RECORD-FOUND = "Y".

       ACCEPT-CUSTODIAN-VENDOR.
            DISPLAY "ENTER CUSTODIAN'S VENDOR NUMBER".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO PCFUND-CUSTODIAN-VENDOR.
            PERFORM CHECK-CUSTODIAN-VENDOR.

       RE-ACCEPT-CUSTODIAN-VENDOR.
            DISPLAY ERROR-MESSAGE.
            PERFORM ACCEPT-CUSTODIAN-VENDOR.

       CHECK-CUSTODIAN-VENDOR.
            MOVE "N" TO VENDOR-RECORD-FOUND.
            IF PCFUND-CUSTODIAN-VENDOR = ZEROES
                MOVE "VENDOR MUST BE ENTERED" TO ERROR-MESSAGE
            ELSE
                MOVE PCFUND-CUSTODIAN-VENDOR TO VENDOR-NUMBER
                PERFORM READ-VENDOR-RECORD
                IF VENDOR-RECORD-FOUND = "N"
                    MOVE "VENDOR NOT ON FILE" TO ERROR-MESSAGE
                ELSE
                IF NOT VENDOR-STATUS-ACTIVE
                    MOVE "VENDOR IS NOT ACTIVE" TO ERROR-MESSAGE
                    MOVE "N" TO VENDOR-RECORD-FOUND
                ELSE
                IF VENDOR-COMPANY NOT = PCFUND-COMPANY
                    MOVE "VENDOR BELONGS TO ANOTHER COMPANY"
                       TO ERROR-MESSAGE
                    MOVE "N" TO VENDOR-RECORD-FOUND
                ELSE
                    DISPLAY "CUSTODIAN VENDOR: " VENDOR-NAME.

       ENTER-FUND-AUTHORIZED.
            PERFORM ACCEPT-FUND-AUTHORIZED.
            PERFORM RE-ACCEPT-FUND-AUTHORIZED
               UNTIL PCFUND-AUTHORIZED > ZEROES AND
                  PCFUND-AUTHORIZED NOT < FUND-OPEN-SLIP-TOTAL.

       ACCEPT-FUND-AUTHORIZED.
            DISPLAY "ENTER AUTHORIZED FUND AMOUNT".
            ACCEPT FUND-AMOUNT-FIELD.
            MOVE FUND-AMOUNT-FIELD TO PCFUND-AUTHORIZED.

       RE-ACCEPT-FUND-AUTHORIZED.
            MOVE FUND-OPEN-SLIP-TOTAL TO FUND-AMOUNT-FIELD.
            DISPLAY "AMOUNT MUST BE GREATER THAN ZERO AND NOT LESS".
            DISPLAY "THAN THE SLIPS WAITING TO BE REPLENISHED ("
               FUND-AMOUNT-FIELD ")".
            PERFORM ACCEPT-FUND-AUTHORIZED.

       ENTER-FUND-STATUS.
            PERFORM ACCEPT-FUND-STATUS.
            PERFORM RE-ACCEPT-FUND-STATUS
               UNTIL PCFUND-STATUS-OPEN OR
                  (PCFUND-STATUS-CLOSED AND
                   FUND-OPEN-SLIP-TOTAL = ZERO).

       ACCEPT-FUND-STATUS.
            DISPLAY "ENTER STATUS - O)PEN OR C)LOSED".
            ACCEPT PCFUND-STATUS.
            INSPECT PCFUND-STATUS
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-FUND-STATUS.
            IF PCFUND-STATUS-CLOSED
                DISPLAY "SLIPS WAIT TO BE REPLENISHED - REPLENISH"
                DISPLAY "THE FUND BEFORE CLOSING IT"
            ELSE
                DISPLAY "YOU MUST ENTER O OR C".
            PERFORM ACCEPT-FUND-STATUS.

      *--------------------------------
      * DISPLAY
      *--------------------------------
       DISPLAY-ALL-FIELDS.
            PERFORM SUM-THE-FUND-SLIPS.
            DISPLAY " ".
            DISPLAY "FUND: " PCFUND-NUMBER.
            DISPLAY "1. SITE: " PCFUND-SITE.
            DISPLAY "2. CUSTODIAN: " PCFUND-CUSTODIAN.
            MOVE PCFUND-CUSTODIAN-VENDOR TO VENDOR-NUMBER.
            PERFORM READ-VENDOR-RECORD.
            IF VENDOR-RECORD-FOUND = "N"
                MOVE "**NOT FOUND**" TO VENDOR-NAME.
            DISPLAY "3. CUSTODIAN VENDOR: " PCFUND-CUSTODIAN-VENDOR
               " " VENDOR-NAME.
            DISPLAY "4. COMPANY: " PCFUND-COMPANY.
            MOVE PCFUND-AUTHORIZED TO FUND-AMOUNT-FIELD.
            DISPLAY "5. AUTHORIZED: " FUND-AMOUNT-FIELD.
            DISPLAY "6. STATUS (O=OPEN, C=CLOSED): " PCFUND-STATUS.
            MOVE FUND-OPEN-SLIP-TOTAL TO FUND-AMOUNT-FIELD.
            DISPLAY "   SLIPS TO REPLENISH: " FUND-AMOUNT-FIELD.
            MOVE PCFUND-LAST-REPLENISHED TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            DISPLAY "   LAST REPLENISHED: " FORMATTED-DATE
               " VOUCHER " PCFUND-LAST-VOUCHER.
            MOVE PCFUND-LAST-COUNT-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE PCFUND-LAST-COUNT-VARIANCE TO FUND-AMOUNT-FIELD.
            DISPLAY "   LAST COUNTED: " FORMATTED-DATE
               " BY " PCFUND-LAST-COUNTED-BY
               " OVER/SHORT " FUND-AMOUNT-FIELD.
            DISPLAY " ".

       SUM-THE-FUND-SLIPS.
            MOVE ZERO TO FUND-SLIP-COUNT.
            MOVE ZERO TO FUND-OPEN-SLIP-TOTAL.
            MOVE PCFUND-NUMBER TO PCSLIP-FUND.
            MOVE ZEROES TO PCSLIP-SEQUENCE.
            MOVE "N" TO SLIP-FILE-AT-END.
            START PETTY-CASH-SLIP-FILE
               KEY IS NOT LESS THAN PCSLIP-KEY
               INVALID KEY
               MOVE "Y" TO SLIP-FILE-AT-END.
            PERFORM ADD-ONE-FUND-SLIP
               UNTIL SLIP-FILE-AT-END = "Y".

       ADD-ONE-FUND-SLIP.
            READ PETTY-CASH-SLIP-FILE NEXT RECORD
               AT END MOVE "Y" TO SLIP-FILE-AT-END.
            IF SLIP-FILE-AT-END NOT = "Y"
                IF PCSLIP-FUND NOT = PCFUND-NUMBER
                    MOVE "Y" TO SLIP-FILE-AT-END
                ELSE
                    ADD 1 TO FUND-SLIP-COUNT
                    IF PCSLIP-UNREPLENISHED
                        ADD PCSLIP-AMOUNT TO FUND-OPEN-SLIP-TOTAL.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       GET-EXISTING-RECORD.
            PERFORM ACCEPT-EXISTING-KEY.
            PERFORM RE-ACCEPT-EXISTING-KEY
               UNTIL FUND-RECORD-FOUND = "Y" OR
                  PCFUND-NUMBER = SPACES.

       ACCEPT-EXISTING-KEY.
            PERFORM INIT-FUND-RECORD.
            PERFORM ENTER-FUND-NUMBER.
            IF PCFUND-NUMBER NOT = SPACES
                PERFORM READ-FUND-RECORD.

       RE-ACCEPT-EXISTING-KEY.
            DISPLAY "RECORD NOT FOUND".
            PERFORM ACCEPT-EXISTING-KEY.

       READ-FUND-RECORD.
            MOVE "Y" TO FUND-RECORD-FOUND.
            READ PETTY-CASH-FUND-FILE RECORD
               INVALID KEY
               MOVE "N" TO FUND-RECORD-FOUND.

       WRITE-FUND-RECORD.
            WRITE PETTY-CASH-FUND-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-FUND-RECORD.
            REWRITE PETTY-CASH-FUND-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING FUND RECORD".

       DELETE-FUND-RECORD.
            DELETE PETTY-CASH-FUND-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING FUND RECORD".

       READ-VENDOR-RECORD.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plnumval01.cbl".
