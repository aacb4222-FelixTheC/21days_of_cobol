      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Petty-cash slip entry - the slips out of a site's box keyed
      * against its fund (fdpcf01.cbl) one by one, with the date,
      * who was paid, the GL code and job it costs to, and the
      * amount (fdpcs01.cbl). The GL code must be on the account
      * master and active and the job on file, the same checks
      * voucher entry makes, because the slips become the lines of
      * the replenishment voucher's distribution (pcrpl01.cbl). The
      * slips waiting to be replenished can never add up to more
      * than the fund - there is not that much cash in the box. A
      * slip already replenished cannot be changed or deleted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pcslp01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slpcf01.cbl".
            COPY "slpcs01.cbl".
            COPY "slglacct.cbl".
            COPY "sljob01.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdpcf01.cbl".
            COPY "fdpcs01.cbl".
            COPY "fdglacct.cbl".
            COPY "fdjob01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".

       WORKING-STORAGE SECTION.
       77   MENU-PICK                          PIC 9.
            88 MENU-PICK-IS-VALID              VALUES 0 THRU 4.

       77   WHICH-FIELD                        PIC 9.
       77   OK-TO-DELETE                       PIC X.
       77   ADD-ANOTHER                        PIC X.
       77   FUND-RECORD-FOUND                  PIC X.
       77   SLIP-RECORD-FOUND                  PIC X.
       77   GL-ACCOUNT-RECORD-FOUND            PIC X.
       77   JOB-RECORD-FOUND                   PIC X.
       77   SLIP-FILE-AT-END                   PIC X.
       77   SLIP-AMOUNT-OK                     PIC X.
       77   WANTED-SEQUENCE                    PIC 9(4).
       77   HIGHEST-SEQUENCE                   PIC 9(4).
       77   OPEN-SLIP-COUNT                    PIC 9(4).
       77   OPEN-SLIP-TOTAL                    PIC S9(7)V99.
       77   OLD-SLIP-AMOUNT                    PIC S9(6)V99.
       77   CASH-SHOULD-BE                     PIC S9(7)V99.

       77   SLIP-AMOUNT-FIELD                  PIC ZZZ,ZZ9.99-.
       77   TOTAL-AMOUNT-FIELD                 PIC ZZZ,ZZ9.99-.
       77   ERROR-MESSAGE                      PIC X(79) VALUE SPACE.

            COPY "wssignon01.cbl".
            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsnumval01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "E" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            PERFORM MAIN-PROCESS.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT PETTY-CASH-FUND-FILE.
            OPEN I-O PETTY-CASH-SLIP-FILE.
            OPEN INPUT GL-ACCOUNT-FILE.
            OPEN INPUT JOB-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.

       CLOSING-PROCEDURE.
            CLOSE PETTY-CASH-FUND-FILE.
            CLOSE PETTY-CASH-SLIP-FILE.
            CLOSE GL-ACCOUNT-FILE.
            CLOSE JOB-FILE.
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
            DISPLAY "PETTY-CASH SLIPS - PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. ENTER SLIPS".
            DISPLAY "2. CHANGE A SLIP".
            DISPLAY "3. DELETE A SLIP".
            DISPLAY "4. LIST SLIPS TO REPLENISH".
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
            PERFORM GET-THE-FUND.
            IF PCFUND-NUMBER NOT = SPACES
                IF MENU-PICK = 1
                    PERFORM ENTER-MODE
                ELSE
                IF MENU-PICK = 2
                    PERFORM CHANGE-MODE
                ELSE
                IF MENU-PICK = 3
                    PERFORM DELETE-MODE
                ELSE
                IF MENU-PICK = 4
                    PERFORM LIST-MODE.

      *--------------------------------
      * THE FUND
      *--------------------------------
       GET-THE-FUND.
            PERFORM ACCEPT-THE-FUND.
            PERFORM RE-ACCEPT-THE-FUND
               UNTIL FUND-RECORD-FOUND = "Y"
                  OR PCFUND-NUMBER = SPACES.

       ACCEPT-THE-FUND.
            DISPLAY "ENTER PETTY-CASH FUND NUMBER".
            DISPLAY "(ENTER BLANK TO RETURN TO THE MENU)".
            MOVE SPACES TO PCFUND-NUMBER.
            ACCEPT PCFUND-NUMBER.
            INSPECT PCFUND-NUMBER
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            MOVE "N" TO FUND-RECORD-FOUND.
            IF PCFUND-NUMBER NOT = SPACES
                PERFORM CHECK-THE-FUND.

       RE-ACCEPT-THE-FUND.
            DISPLAY ERROR-MESSAGE.
            PERFORM ACCEPT-THE-FUND.

       CHECK-THE-FUND.
            MOVE "Y" TO FUND-RECORD-FOUND.
            READ PETTY-CASH-FUND-FILE RECORD
               INVALID KEY
               MOVE "N" TO FUND-RECORD-FOUND.
            IF FUND-RECORD-FOUND = "N"
                MOVE "FUND NOT ON FILE" TO ERROR-MESSAGE
            ELSE
            IF PCFUND-COMPANY NOT = CURRENT-COMPANY
                MOVE "FUND BELONGS TO ANOTHER COMPANY"
                   TO ERROR-MESSAGE
                MOVE "N" TO FUND-RECORD-FOUND
            ELSE
            IF MENU-PICK NOT = 4 AND NOT PCFUND-STATUS-OPEN
                MOVE "FUND IS CLOSED" TO ERROR-MESSAGE
                MOVE "N" TO FUND-RECORD-FOUND
            ELSE
                DISPLAY PCFUND-SITE " - CUSTODIAN "
                   PCFUND-CUSTODIAN.

      * Next sequence, and what the fund's unreplenished slips
      * already take out of the box.
       SCAN-THE-FUND-SLIPS.
            MOVE ZERO TO HIGHEST-SEQUENCE.
            MOVE ZERO TO OPEN-SLIP-COUNT.
            MOVE ZERO TO OPEN-SLIP-TOTAL.
            MOVE PCFUND-NUMBER TO PCSLIP-FUND.
            MOVE ZEROES TO PCSLIP-SEQUENCE.
            MOVE "N" TO SLIP-FILE-AT-END.
            START PETTY-CASH-SLIP-FILE
               KEY IS NOT LESS THAN PCSLIP-KEY
               INVALID KEY
               MOVE "Y" TO SLIP-FILE-AT-END.
            PERFORM SCAN-ONE-FUND-SLIP
               UNTIL SLIP-FILE-AT-END = "Y".

       SCAN-ONE-FUND-SLIP.
            PERFORM READ-NEXT-FUND-SLIP.
            IF SLIP-FILE-AT-END NOT = "Y"
                MOVE PCSLIP-SEQUENCE TO HIGHEST-SEQUENCE
                IF PCSLIP-UNREPLENISHED
                    ADD 1 TO OPEN-SLIP-COUNT
                    ADD PCSLIP-AMOUNT TO OPEN-SLIP-TOTAL.

       READ-NEXT-FUND-SLIP.
            READ PETTY-CASH-SLIP-FILE NEXT RECORD
               AT END MOVE "Y" TO SLIP-FILE-AT-END.
            IF SLIP-FILE-AT-END NOT = "Y"
                IF PCSLIP-FUND NOT = PCFUND-NUMBER
                    MOVE "Y" TO SLIP-FILE-AT-END.

      *--------------------------------
      * ENTER SLIPS
      *--------------------------------
       ENTER-MODE.
            MOVE "Y" TO ADD-ANOTHER.
            PERFORM ENTER-ONE-SLIP
               UNTIL ADD-ANOTHER = "N".

       ENTER-ONE-SLIP.
            PERFORM SCAN-THE-FUND-SLIPS.
            IF HIGHEST-SEQUENCE = 9999
                DISPLAY "FUND HAS RUN OUT OF SLIP NUMBERS"
                MOVE "N" TO ADD-ANOTHER
            ELSE
                PERFORM INIT-SLIP-RECORD
                ADD 1 TO HIGHEST-SEQUENCE
                MOVE HIGHEST-SEQUENCE TO PCSLIP-SEQUENCE
                MOVE ZERO TO OLD-SLIP-AMOUNT
                DISPLAY "SLIP " PCSLIP-SEQUENCE
                PERFORM ENTER-SLIP-DATE
                PERFORM ENTER-SLIP-PAYEE
                PERFORM ENTER-SLIP-GL-CODE
                PERFORM ENTER-SLIP-JOB
                PERFORM ENTER-SLIP-AMOUNT
                IF PCSLIP-AMOUNT = ZERO
                    DISPLAY "SLIP DROPPED"
                ELSE
                    PERFORM WRITE-SLIP-RECORD
                END-IF
                PERFORM GET-ADD-ANOTHER.

       GET-ADD-ANOTHER.
            PERFORM ACCEPT-ADD-ANOTHER.
            PERFORM RE-ACCEPT-ADD-ANOTHER
               UNTIL ADD-ANOTHER = "Y" OR "N".

       ACCEPT-ADD-ANOTHER.
            DISPLAY "ENTER ANOTHER SLIP (Y/N)?".
            ACCEPT ADD-ANOTHER.
            INSPECT ADD-ANOTHER
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-ADD-ANOTHER.
            DISPLAY "YOU MUST ENTER YES (Y) OR NO (N)".
            PERFORM ACCEPT-ADD-ANOTHER.

      *--------------------------------
      * CHANGE A SLIP
      *--------------------------------
       CHANGE-MODE.
            PERFORM GET-OPEN-SLIP.
            PERFORM CHANGE-SLIPS
               UNTIL WANTED-SEQUENCE = ZEROES.

       CHANGE-SLIPS.
            PERFORM DISPLAY-THE-SLIP.
            PERFORM ASK-WHICH-FIELD.
            PERFORM CHANGE-ONE-FIELD
               UNTIL WHICH-FIELD = ZERO.
            PERFORM GET-OPEN-SLIP.

       ASK-WHICH-FIELD.
            DISPLAY "ENTER THE NUMBER OF THE FIELD".
            DISPLAY "TO CHANGE (1-5) OR 0 TO EXIT".
            ACCEPT WHICH-FIELD.
            PERFORM RE-ASK-WHICH-FIELD
               UNTIL WHICH-FIELD NOT > 5.

       RE-ASK-WHICH-FIELD.
            DISPLAY "INVALID ENTRY".
            DISPLAY "ENTER THE NUMBER OF THE FIELD".
            DISPLAY "TO CHANGE (1-5) OR 0 TO EXIT".
            ACCEPT WHICH-FIELD.

       CHANGE-ONE-FIELD.
            PERFORM CHANGE-THIS-FIELD.
            PERFORM DISPLAY-THE-SLIP.
            PERFORM ASK-WHICH-FIELD.

      * A zero amount on a change leaves the amount as it was.
       CHANGE-THIS-FIELD.
            IF WHICH-FIELD = 1
                PERFORM ENTER-SLIP-DATE.
            IF WHICH-FIELD = 2
                PERFORM ENTER-SLIP-PAYEE.
            IF WHICH-FIELD = 3
                PERFORM ENTER-SLIP-GL-CODE.
            IF WHICH-FIELD = 4
                PERFORM ENTER-SLIP-JOB.
            IF WHICH-FIELD = 5
                MOVE PCSLIP-AMOUNT TO OLD-SLIP-AMOUNT
                PERFORM SCAN-THE-FUND-SLIPS
                PERFORM READ-SLIP-RECORD
                PERFORM ENTER-SLIP-AMOUNT
                IF PCSLIP-AMOUNT = ZERO
                    MOVE OLD-SLIP-AMOUNT TO PCSLIP-AMOUNT.
            PERFORM REWRITE-SLIP-RECORD.

      *--------------------------------
      * DELETE A SLIP
      *--------------------------------
       DELETE-MODE.
            PERFORM GET-OPEN-SLIP.
            PERFORM DELETE-SLIPS
               UNTIL WANTED-SEQUENCE = ZEROES.

       DELETE-SLIPS.
            PERFORM DISPLAY-THE-SLIP.
            PERFORM ASK-TO-DELETE.
            IF OK-TO-DELETE = "Y"
                PERFORM DELETE-SLIP-RECORD.
            PERFORM GET-OPEN-SLIP.

       ASK-TO-DELETE.
            PERFORM ACCEPT-OK-TO-DELETE.
            PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
            DISPLAY "DELETE THIS SLIP (Y/N)?".
            ACCEPT OK-TO-DELETE.
            INSPECT OK-TO-DELETE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-OK-TO-DELETE.
            DISPLAY "YOU MUST ENTER YES (Y) OR NO (N)".
            PERFORM ACCEPT-OK-TO-DELETE.

       GET-OPEN-SLIP.
            PERFORM ACCEPT-OPEN-SLIP.
            PERFORM RE-ACCEPT-OPEN-SLIP
               UNTIL SLIP-RECORD-FOUND = "Y"
                  OR WANTED-SEQUENCE = ZEROES.

       ACCEPT-OPEN-SLIP.
            DISPLAY "ENTER SLIP NUMBER".
            DISPLAY "(ENTER 0 TO STOP ENTRY)".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO WANTED-SEQUENCE.
            MOVE "N" TO SLIP-RECORD-FOUND.
            MOVE "SLIP NOT ON FILE" TO ERROR-MESSAGE.
            IF WANTED-SEQUENCE NOT = ZEROES
                MOVE PCFUND-NUMBER TO PCSLIP-FUND
                MOVE WANTED-SEQUENCE TO PCSLIP-SEQUENCE
                PERFORM READ-SLIP-RECORD
                IF SLIP-RECORD-FOUND = "Y" AND
                      NOT PCSLIP-UNREPLENISHED
                    MOVE "SLIP IS ALREADY REPLENISHED"
                       TO ERROR-MESSAGE
                    MOVE "N" TO SLIP-RECORD-FOUND.

       RE-ACCEPT-OPEN-SLIP.
            DISPLAY ERROR-MESSAGE.
            PERFORM ACCEPT-OPEN-SLIP.

      *--------------------------------
      * LIST SLIPS TO REPLENISH
      *--------------------------------
       LIST-MODE.
            DISPLAY " ".
            DISPLAY "SLIP DATE       PAYEE                          "
               "GL     JOB           AMOUNT".
            MOVE ZERO TO OPEN-SLIP-TOTAL.
            MOVE PCFUND-NUMBER TO PCSLIP-FUND.
            MOVE ZEROES TO PCSLIP-SEQUENCE.
            MOVE "N" TO SLIP-FILE-AT-END.
            START PETTY-CASH-SLIP-FILE
               KEY IS NOT LESS THAN PCSLIP-KEY
               INVALID KEY
               MOVE "Y" TO SLIP-FILE-AT-END.
            PERFORM LIST-ONE-SLIP
               UNTIL SLIP-FILE-AT-END = "Y".
            MOVE OPEN-SLIP-TOTAL TO TOTAL-AMOUNT-FIELD.
            DISPLAY "SLIPS TO REPLENISH: " TOTAL-AMOUNT-FIELD.
            COMPUTE CASH-SHOULD-BE =
               PCFUND-AUTHORIZED - OPEN-SLIP-TOTAL.
            MOVE CASH-SHOULD-BE TO TOTAL-AMOUNT-FIELD.
            DISPLAY "CASH THE BOX SHOULD HOLD: " TOTAL-AMOUNT-FIELD.
            DISPLAY "(LESS ANY REPLENISHMENT NOT YET PAID)".

       LIST-ONE-SLIP.
            PERFORM READ-NEXT-FUND-SLIP.
            IF SLIP-FILE-AT-END NOT = "Y"
                IF PCSLIP-UNREPLENISHED
                    ADD PCSLIP-AMOUNT TO OPEN-SLIP-TOTAL
                    MOVE PCSLIP-DATE TO DATE-CCYYMMDD
                    PERFORM FORMAT-THE-DATE
                    MOVE PCSLIP-AMOUNT TO SLIP-AMOUNT-FIELD
                    DISPLAY PCSLIP-SEQUENCE " " FORMATTED-DATE " "
                       PCSLIP-PAYEE " " PCSLIP-GL-CODE " "
                       PCSLIP-JOB-NUMBER " " SLIP-AMOUNT-FIELD.

      *--------------------------------
      * FIELD ENTRY
      *--------------------------------
       INIT-SLIP-RECORD.
            MOVE PCFUND-NUMBER TO PCSLIP-FUND.
            MOVE ZEROES TO PCSLIP-SEQUENCE
                           PCSLIP-DATE
                           PCSLIP-AMOUNT
                           PCSLIP-VOUCHER-NUMBER.
            MOVE SPACES TO PCSLIP-PAYEE
                           PCSLIP-GL-CODE
                           PCSLIP-JOB-NUMBER.
            MOVE OPERATOR-ID TO PCSLIP-ENTERED-BY.
            MOVE "U" TO PCSLIP-STATUS.

       ENTER-SLIP-DATE.
            MOVE "N" TO ZERO-DATE-IS-OK.
            MOVE "ENTER SLIP DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "A SLIP DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO PCSLIP-DATE.

       ENTER-SLIP-PAYEE.
            PERFORM ACCEPT-SLIP-PAYEE.
            PERFORM RE-ACCEPT-SLIP-PAYEE
               UNTIL PCSLIP-PAYEE NOT = SPACE.

       ACCEPT-SLIP-PAYEE.
            DISPLAY "ENTER WHO WAS PAID".
            ACCEPT PCSLIP-PAYEE.
            INSPECT PCSLIP-PAYEE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-SLIP-PAYEE.
            DISPLAY "A PAYEE MUST BE ENTERED".
            PERFORM ACCEPT-SLIP-PAYEE.

       ENTER-SLIP-GL-CODE.
            PERFORM ACCEPT-SLIP-GL-CODE.
            PERFORM RE-ACCEPT-SLIP-GL-CODE
               UNTIL PCSLIP-GL-CODE NOT = SPACE AND
                  GL-ACCOUNT-RECORD-FOUND = "Y".

       ACCEPT-SLIP-GL-CODE.
            DISPLAY "ENTER GL EXPENSE CODE".
            ACCEPT PCSLIP-GL-CODE.
            INSPECT PCSLIP-GL-CODE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            PERFORM CHECK-SLIP-GL-CODE.

       RE-ACCEPT-SLIP-GL-CODE.
            DISPLAY "A VALID GL EXPENSE CODE MUST BE ENTERED".
            PERFORM ACCEPT-SLIP-GL-CODE.

       CHECK-SLIP-GL-CODE.
            MOVE "N" TO GL-ACCOUNT-RECORD-FOUND.
            IF PCSLIP-GL-CODE NOT = SPACE
                MOVE PCSLIP-GL-CODE TO GL-ACCOUNT-CODE
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

       ENTER-SLIP-JOB.
            DISPLAY "ENTER JOB NUMBER (BLANK IF NOT JOB WORK)".
            MOVE SPACES TO PCSLIP-JOB-NUMBER.
            ACCEPT PCSLIP-JOB-NUMBER.
            INSPECT PCSLIP-JOB-NUMBER
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF PCSLIP-JOB-NUMBER NOT = SPACES
                MOVE PCSLIP-JOB-NUMBER TO JOB-NUMBER
                MOVE "Y" TO JOB-RECORD-FOUND
                READ JOB-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO JOB-RECORD-FOUND
                END-READ
                IF JOB-RECORD-FOUND = "N"
                    DISPLAY "JOB NOT ON FILE"
                    PERFORM ENTER-SLIP-JOB
                ELSE
                    DISPLAY "JOB: " JOB-DESCRIPTION.

      * SCAN-THE-FUND-SLIPS has just totalled the slips waiting;
      * a slip being changed is in that total at OLD-SLIP-AMOUNT.
      * Zero drops the entry.
       ENTER-SLIP-AMOUNT.
            PERFORM ACCEPT-SLIP-AMOUNT.
            PERFORM RE-ACCEPT-SLIP-AMOUNT
               UNTIL SLIP-AMOUNT-OK = "Y".

       ACCEPT-SLIP-AMOUNT.
            DISPLAY "ENTER SLIP AMOUNT (0 TO DROP)".
            ACCEPT SLIP-AMOUNT-FIELD.
            MOVE SLIP-AMOUNT-FIELD TO PCSLIP-AMOUNT.
            MOVE "Y" TO SLIP-AMOUNT-OK.
            IF PCSLIP-AMOUNT < ZERO
                MOVE "A SLIP CANNOT BE NEGATIVE" TO ERROR-MESSAGE
                MOVE "N" TO SLIP-AMOUNT-OK
            ELSE
            IF OPEN-SLIP-TOTAL - OLD-SLIP-AMOUNT + PCSLIP-AMOUNT
                  > PCFUND-AUTHORIZED
                COMPUTE CASH-SHOULD-BE = PCFUND-AUTHORIZED
                   - OPEN-SLIP-TOTAL + OLD-SLIP-AMOUNT
                MOVE CASH-SHOULD-BE TO TOTAL-AMOUNT-FIELD
                MOVE SPACES TO ERROR-MESSAGE
                STRING "THE SLIPS WOULD EXCEED THE FUND - ONLY "
                   TOTAL-AMOUNT-FIELD " IS LEFT IN THE BOX"
                   DELIMITED BY SIZE INTO ERROR-MESSAGE
                MOVE "N" TO SLIP-AMOUNT-OK.

       RE-ACCEPT-SLIP-AMOUNT.
            DISPLAY ERROR-MESSAGE.
            PERFORM ACCEPT-SLIP-AMOUNT.

      *--------------------------------
      * DISPLAY
      *--------------------------------
       DISPLAY-THE-SLIP.
            DISPLAY " ".
            DISPLAY "FUND " PCSLIP-FUND " SLIP " PCSLIP-SEQUENCE.
            MOVE PCSLIP-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            DISPLAY "1. DATE: " FORMATTED-DATE.
            DISPLAY "2. PAYEE: " PCSLIP-PAYEE.
            DISPLAY "3. GL CODE: " PCSLIP-GL-CODE.
            DISPLAY "4. JOB (BLANK = NONE): " PCSLIP-JOB-NUMBER.
            MOVE PCSLIP-AMOUNT TO SLIP-AMOUNT-FIELD.
            DISPLAY "5. AMOUNT: " SLIP-AMOUNT-FIELD.
            DISPLAY "   ENTERED BY: " PCSLIP-ENTERED-BY.
            DISPLAY " ".

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       READ-SLIP-RECORD.
            MOVE "Y" TO SLIP-RECORD-FOUND.
            READ PETTY-CASH-SLIP-FILE RECORD
               INVALID KEY
               MOVE "N" TO SLIP-RECORD-FOUND.

       WRITE-SLIP-RECORD.
            WRITE PETTY-CASH-SLIP-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-SLIP-RECORD.
            REWRITE PETTY-CASH-SLIP-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING SLIP RECORD".

       DELETE-SLIP-RECORD.
            DELETE PETTY-CASH-SLIP-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING SLIP RECORD".

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plnumval01.cbl".
