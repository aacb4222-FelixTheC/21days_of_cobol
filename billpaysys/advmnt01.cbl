      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Employee travel-advance maintenance over fdadv01.cbl - the
      * cash an employee takes on a long trip, kept against the
      * employee payee (fdemp01.cbl) instead of being paid as a
      * made-up expense report. The advance number is the next
      * after the highest on file. A new advance waits in "E"
      * status for a supervisor to approve it in the expapp01.cbl
      * queue, and the payment runs pay it with the employee's
      * expense reports; only an advance still in "E" may be
      * changed or deleted. When the trip's expense report is
      * approved it settles the advance (expapp01). What the
      * employee owes back is cleared here as the cash comes in,
      * or as payroll reports the deductions advded01.cbl asked
      * for; the advance is settled when nothing is left owing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. advmnt01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "sladv01.cbl".
            COPY "slemp01.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdadv01.cbl".
            COPY "fdemp01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".

       WORKING-STORAGE SECTION.
       77   MENU-PICK                          PIC 9.
            88 MENU-PICK-IS-VALID              VALUES 0 THRU 5.

       77   THE-MODE                           PIC X(7).
       77   WHICH-FIELD                        PIC 9.
       77   OK-TO-DELETE                       PIC X.
       77   ADD-ANOTHER                        PIC X.
       77   ADVANCE-RECORD-FOUND               PIC X.
       77   EMPLOYEE-RECORD-FOUND              PIC X.
       77   ADVANCE-FILE-AT-END                PIC X.
       77   HIGHEST-ADVANCE                    PIC 9(5).
       77   ADVANCE-STILL-OWED                 PIC S9(6)V99.
       77   REPAYMENT-AMOUNT                   PIC S9(6)V99.
       77   TODAY-DATE                         PIC 9(8).

       77   ADVANCE-AMOUNT-FIELD               PIC ZZZ,ZZ9.99-.

            COPY "wssignon01.cbl".
            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsnumval01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "E" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM MAIN-PROCESS.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
            EXIT PROGRAM.

       PROGRAM-DONE.
            EXIT PROGRAM.

       OPENING-PROCEDURE.
            OPEN I-O ADVANCE-FILE.
            OPEN INPUT EMPLOYEE-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.

       CLOSING-PROCEDURE.
            CLOSE ADVANCE-FILE.
            CLOSE EMPLOYEE-FILE.
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
            DISPLAY "TRAVEL ADVANCES - PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. ENTER ADVANCES".
            DISPLAY "2. CHANGE AN ADVANCE".
            DISPLAY "3. LOOK UP AN ADVANCE".
            DISPLAY "4. DELETE AN ADVANCE".
            DISPLAY "5. RECORD A REPAYMENT OR PAYROLL DEDUCTION".
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
                PERFORM DELETE-MODE.
            IF MENU-PICK = 5
                PERFORM REPAYMENT-MODE.

      *--------------------------------
      * ADD
      *--------------------------------
       ADD-MODE.
            MOVE "ADD" TO THE-MODE.
            MOVE "Y" TO ADD-ANOTHER.
            PERFORM ADD-RECORDS
               UNTIL ADD-ANOTHER = "N".

       ADD-RECORDS.
            PERFORM FIND-HIGHEST-ADVANCE.
            PERFORM INIT-ADVANCE-RECORD.
            COMPUTE ADVANCE-NUMBER = HIGHEST-ADVANCE + 1.
            DISPLAY "ADVANCE NUMBER ASSIGNED: " ADVANCE-NUMBER.
            PERFORM ENTER-ADVANCE-EMPLOYEE.
            PERFORM ENTER-ADVANCE-PURPOSE.
            PERFORM ENTER-ADVANCE-TRIP-START.
            PERFORM ENTER-ADVANCE-TRIP-END.
            PERFORM ENTER-ADVANCE-AMOUNT.
            PERFORM WRITE-ADVANCE-RECORD.
            DISPLAY "ADVANCE WAITING FOR SUPERVISOR APPROVAL".
            PERFORM GET-ADD-ANOTHER.

      * The next number is the one after the highest on file.
       FIND-HIGHEST-ADVANCE.
            MOVE ZERO TO HIGHEST-ADVANCE.
            MOVE ZEROES TO ADVANCE-NUMBER.
            MOVE "N" TO ADVANCE-FILE-AT-END.
            START ADVANCE-FILE
               KEY IS NOT LESS THAN ADVANCE-NUMBER
               INVALID KEY
               MOVE "Y" TO ADVANCE-FILE-AT-END.
            PERFORM READ-TO-HIGHEST-ADVANCE
               UNTIL ADVANCE-FILE-AT-END = "Y".

       READ-TO-HIGHEST-ADVANCE.
            READ ADVANCE-FILE NEXT RECORD
               AT END MOVE "Y" TO ADVANCE-FILE-AT-END.
            IF ADVANCE-FILE-AT-END NOT = "Y"
                MOVE ADVANCE-NUMBER TO HIGHEST-ADVANCE.

       GET-ADD-ANOTHER.
            PERFORM ACCEPT-ADD-ANOTHER.
            PERFORM RE-ACCEPT-ADD-ANOTHER
               UNTIL ADD-ANOTHER = "Y" OR "N".

       ACCEPT-ADD-ANOTHER.
            DISPLAY "ENTER ANOTHER ADVANCE (Y/N)?".
            ACCEPT ADD-ANOTHER.
            INSPECT ADD-ANOTHER
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-ADD-ANOTHER.
            DISPLAY "YOU MUST ENTER YES (Y) OR NO (N)".
            PERFORM ACCEPT-ADD-ANOTHER.

      *--------------------------------
      * CHANGE
      *--------------------------------
       CHANGE-MODE.
            MOVE "CHANGE" TO THE-MODE.
            PERFORM GET-EXISTING-RECORD.
            PERFORM CHANGE-RECORDS
               UNTIL ADVANCE-NUMBER = ZEROES.

       CHANGE-RECORDS.
            IF NOT ADVANCE-STATUS-ENTERED
                PERFORM DISPLAY-ALL-FIELDS
                DISPLAY "ADVANCE IS APPROVED - IT CANNOT BE CHANGED"
            ELSE
                PERFORM GET-FIELD-TO-CHANGE
                PERFORM CHANGE-ONE-FIELD
                   UNTIL WHICH-FIELD = ZERO.
            PERFORM GET-EXISTING-RECORD.

       GET-FIELD-TO-CHANGE.
            PERFORM DISPLAY-ALL-FIELDS.
            PERFORM ASK-WHICH-FIELD.

       ASK-WHICH-FIELD.
            DISPLAY "ENTER THE NUMBER OF THE FIELD".
            DISPLAY "TO CHANGE (1-4) OR 0 TO EXIT".
            ACCEPT WHICH-FIELD.
            PERFORM RE-ASK-WHICH-FIELD
               UNTIL WHICH-FIELD NOT > 4.

       RE-ASK-WHICH-FIELD.
            DISPLAY "INVALID ENTRY".
            DISPLAY "ENTER THE NUMBER OF THE FIELD".
            DISPLAY "TO CHANGE (1-4) OR 0 TO EXIT".
            ACCEPT WHICH-FIELD.

       CHANGE-ONE-FIELD.
            PERFORM CHANGE-THIS-FIELD.
            PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
            IF WHICH-FIELD = 1
                PERFORM ENTER-ADVANCE-PURPOSE.
            IF WHICH-FIELD = 2
                PERFORM ENTER-ADVANCE-TRIP-START
                IF ADVANCE-TRIP-END < ADVANCE-TRIP-START
                    DISPLAY "THE TRIP NOW ENDS BEFORE IT STARTS"
                    PERFORM ENTER-ADVANCE-TRIP-END.
            IF WHICH-FIELD = 3
                PERFORM ENTER-ADVANCE-TRIP-END.
            IF WHICH-FIELD = 4
                PERFORM ENTER-ADVANCE-AMOUNT.
            PERFORM REWRITE-ADVANCE-RECORD.

      *--------------------------------
      * INQUIRE
      *--------------------------------
       INQUIRE-MODE.
            MOVE "DISPLAY" TO THE-MODE.
            PERFORM GET-EXISTING-RECORD.
            PERFORM INQUIRE-RECORDS
               UNTIL ADVANCE-NUMBER = ZEROES.

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
               UNTIL ADVANCE-NUMBER = ZEROES.

       DELETE-RECORDS.
            PERFORM DISPLAY-ALL-FIELDS.
            IF NOT ADVANCE-STATUS-ENTERED
                DISPLAY "ADVANCE IS APPROVED - IT CANNOT BE DELETED"
            ELSE
                PERFORM ASK-TO-DELETE
                IF OK-TO-DELETE = "Y"
                    PERFORM DELETE-ADVANCE-RECORD.
            PERFORM GET-EXISTING-RECORD.

       ASK-TO-DELETE.
            PERFORM ACCEPT-OK-TO-DELETE.
            PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
            DISPLAY "DELETE THIS ADVANCE (Y/N)?".
            ACCEPT OK-TO-DELETE.
            INSPECT OK-TO-DELETE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-OK-TO-DELETE.
            DISPLAY "YOU MUST ENTER YES (Y) OR NO (N)".
            PERFORM ACCEPT-OK-TO-DELETE.

      *--------------------------------
      * REPAYMENT
      *--------------------------------
      * Cash the employee hands back, or a deduction payroll has
      * taken, comes off what is owed; nothing left owing settles
      * the advance.
       REPAYMENT-MODE.
            MOVE "REPAY" TO THE-MODE.
            PERFORM GET-EXISTING-RECORD.
            PERFORM REPAYMENT-RECORDS
               UNTIL ADVANCE-NUMBER = ZEROES.

       REPAYMENT-RECORDS.
            PERFORM DISPLAY-ALL-FIELDS.
            IF NOT ADVANCE-STATUS-OWED-BACK AND
                  NOT ADVANCE-STATUS-PAYROLL
                DISPLAY "NOTHING IS OWED BACK ON THIS ADVANCE"
            ELSE
                PERFORM ENTER-REPAYMENT-AMOUNT
                IF REPAYMENT-AMOUNT NOT = ZERO
                    PERFORM APPLY-THE-REPAYMENT.
            PERFORM GET-EXISTING-RECORD.

       ENTER-REPAYMENT-AMOUNT.
            COMPUTE ADVANCE-STILL-OWED =
               ADVANCE-OWED-BACK - ADVANCE-REPAID.
            PERFORM ACCEPT-REPAYMENT-AMOUNT.
            PERFORM RE-ACCEPT-REPAYMENT-AMOUNT
               UNTIL REPAYMENT-AMOUNT NOT < ZERO AND
                     REPAYMENT-AMOUNT NOT > ADVANCE-STILL-OWED.

       ACCEPT-REPAYMENT-AMOUNT.
            MOVE ADVANCE-STILL-OWED TO ADVANCE-AMOUNT-FIELD.
            DISPLAY "STILL OWED " ADVANCE-AMOUNT-FIELD.
            DISPLAY "ENTER AMOUNT REPAID (0 TO LEAVE IT)".
            ACCEPT ADVANCE-AMOUNT-FIELD.
            MOVE ADVANCE-AMOUNT-FIELD TO REPAYMENT-AMOUNT.

       RE-ACCEPT-REPAYMENT-AMOUNT.
            DISPLAY "REPAYMENT CANNOT BE NEGATIVE OR MORE THAN IS OWED".
            PERFORM ACCEPT-REPAYMENT-AMOUNT.

       APPLY-THE-REPAYMENT.
            ADD REPAYMENT-AMOUNT TO ADVANCE-REPAID.
            MOVE TODAY-DATE TO ADVANCE-REPAID-DATE.
            IF ADVANCE-REPAID NOT < ADVANCE-OWED-BACK
                MOVE "S" TO ADVANCE-STATUS
                DISPLAY "ADVANCE IS SETTLED".
            PERFORM REWRITE-ADVANCE-RECORD.

      *--------------------------------
      * SHARED ROUTINES
      *--------------------------------
       GET-EXISTING-RECORD.
            PERFORM ACCEPT-EXISTING-KEY.
            PERFORM RE-ACCEPT-EXISTING-KEY
               UNTIL ADVANCE-RECORD-FOUND = "Y" OR
                     ADVANCE-NUMBER = ZEROES.

       ACCEPT-EXISTING-KEY.
            PERFORM INIT-ADVANCE-RECORD.
            PERFORM ENTER-ADVANCE-NUMBER.
            IF ADVANCE-NUMBER NOT = ZEROES
                PERFORM READ-ADVANCE-RECORD.

       RE-ACCEPT-EXISTING-KEY.
            DISPLAY "RECORD NOT FOUND".
            PERFORM ACCEPT-EXISTING-KEY.

       ENTER-ADVANCE-NUMBER.
            DISPLAY " ".
            DISPLAY "ENTER ADVANCE NUMBER TO " THE-MODE.
            DISPLAY "(ENTER 0 TO STOP ENTRY)".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO ADVANCE-NUMBER.

      *--------------------------------
      * FIELD ENTRY
      *--------------------------------
       INIT-ADVANCE-RECORD.
            MOVE ZEROES TO ADVANCE-NUMBER
                           ADVANCE-EMPLOYEE
                           ADVANCE-TRIP-START
                           ADVANCE-TRIP-END
                           ADVANCE-AMOUNT
                           ADVANCE-APPROVED-DATE
                           ADVANCE-PAID-DATE
                           ADVANCE-CHECK-NO
                           ADVANCE-REPORT-NUMBER
                           ADVANCE-APPLIED
                           ADVANCE-OWED-BACK
                           ADVANCE-REPAID
                           ADVANCE-REPAID-DATE
                           ADVANCE-PAYROLL-DATE.
            MOVE SPACES TO ADVANCE-PURPOSE
                           ADVANCE-APPROVED-BY
                           ADVANCE-BANK-ACCOUNT.
            MOVE "E" TO ADVANCE-STATUS.
            MOVE OPERATOR-ID TO ADVANCE-ENTERED-BY.
            MOVE CURRENT-COMPANY TO ADVANCE-COMPANY.

       ENTER-ADVANCE-EMPLOYEE.
            PERFORM ACCEPT-ADVANCE-EMPLOYEE.
            PERFORM RE-ACCEPT-ADVANCE-EMPLOYEE
               UNTIL EMPLOYEE-RECORD-FOUND = "Y".

       ACCEPT-ADVANCE-EMPLOYEE.
            DISPLAY "ENTER EMPLOYEE NUMBER".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO ADVANCE-EMPLOYEE.
            PERFORM CHECK-ADVANCE-EMPLOYEE.

       RE-ACCEPT-ADVANCE-EMPLOYEE.
            PERFORM ACCEPT-ADVANCE-EMPLOYEE.

       CHECK-ADVANCE-EMPLOYEE.
            MOVE "N" TO EMPLOYEE-RECORD-FOUND.
            IF ADVANCE-EMPLOYEE = ZEROES
                DISPLAY "AN EMPLOYEE MUST BE ENTERED"
            ELSE
                MOVE ADVANCE-EMPLOYEE TO EMPLOYEE-NUMBER
                PERFORM READ-EMPLOYEE-RECORD
                IF EMPLOYEE-RECORD-FOUND = "N"
                    DISPLAY "EMPLOYEE NOT ON FILE"
                ELSE
                    IF NOT EMPLOYEE-STATUS-ACTIVE
                        DISPLAY "EMPLOYEE IS NOT ACTIVE"
                        MOVE "N" TO EMPLOYEE-RECORD-FOUND
                    ELSE
                        DISPLAY "EMPLOYEE: " EMPLOYEE-NAME.

       ENTER-ADVANCE-PURPOSE.
            PERFORM ACCEPT-ADVANCE-PURPOSE.
            PERFORM RE-ACCEPT-ADVANCE-PURPOSE
               UNTIL ADVANCE-PURPOSE NOT = SPACE.

       ACCEPT-ADVANCE-PURPOSE.
            DISPLAY "ENTER TRIP PURPOSE".
            ACCEPT ADVANCE-PURPOSE.
            INSPECT ADVANCE-PURPOSE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-ADVANCE-PURPOSE.
            DISPLAY "A PURPOSE MUST BE ENTERED".
            PERFORM ACCEPT-ADVANCE-PURPOSE.

       ENTER-ADVANCE-TRIP-START.
            MOVE "N" TO ZERO-DATE-IS-OK.
            MOVE "ENTER TRIP START DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "A TRIP START DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO ADVANCE-TRIP-START.

      * The trip end drives the aging - an advance not settled by
      * then is overdue.
       ENTER-ADVANCE-TRIP-END.
            PERFORM ACCEPT-ADVANCE-TRIP-END.
            PERFORM RE-ACCEPT-ADVANCE-TRIP-END
               UNTIL ADVANCE-TRIP-END NOT < ADVANCE-TRIP-START.

       ACCEPT-ADVANCE-TRIP-END.
            MOVE "N" TO ZERO-DATE-IS-OK.
            MOVE "ENTER TRIP END DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "A TRIP END DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO ADVANCE-TRIP-END.

       RE-ACCEPT-ADVANCE-TRIP-END.
            DISPLAY "THE TRIP CANNOT END BEFORE IT STARTS".
            PERFORM ACCEPT-ADVANCE-TRIP-END.

       ENTER-ADVANCE-AMOUNT.
            PERFORM ACCEPT-ADVANCE-AMOUNT.
            PERFORM RE-ACCEPT-ADVANCE-AMOUNT
               UNTIL ADVANCE-AMOUNT > ZERO.

       ACCEPT-ADVANCE-AMOUNT.
            DISPLAY "ENTER ADVANCE AMOUNT".
            ACCEPT ADVANCE-AMOUNT-FIELD.
            MOVE ADVANCE-AMOUNT-FIELD TO ADVANCE-AMOUNT.

       RE-ACCEPT-ADVANCE-AMOUNT.
            DISPLAY "AN ADVANCE MUST BE MORE THAN ZERO".
            PERFORM ACCEPT-ADVANCE-AMOUNT.

      *--------------------------------
      * DISPLAY
      *--------------------------------
       DISPLAY-ALL-FIELDS.
            DISPLAY " ".
            DISPLAY "TRAVEL ADVANCE " ADVANCE-NUMBER
               "  STATUS (E/A/P/O/D/S): " ADVANCE-STATUS.
            MOVE ADVANCE-EMPLOYEE TO EMPLOYEE-NUMBER.
            PERFORM READ-EMPLOYEE-RECORD.
            IF EMPLOYEE-RECORD-FOUND = "N"
                MOVE "**NOT FOUND**" TO EMPLOYEE-NAME.
            DISPLAY "   EMPLOYEE: " ADVANCE-EMPLOYEE " " EMPLOYEE-NAME.
            DISPLAY "1. PURPOSE: " ADVANCE-PURPOSE.
            MOVE ADVANCE-TRIP-START TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            DISPLAY "2. TRIP START: " FORMATTED-DATE.
            MOVE ADVANCE-TRIP-END TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            DISPLAY "3. TRIP END: " FORMATTED-DATE.
            MOVE ADVANCE-AMOUNT TO ADVANCE-AMOUNT-FIELD.
            DISPLAY "4. AMOUNT: " ADVANCE-AMOUNT-FIELD.
            DISPLAY "   ENTERED BY " ADVANCE-ENTERED-BY.
            IF NOT ADVANCE-STATUS-ENTERED
                MOVE ADVANCE-APPROVED-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                DISPLAY "   APPROVED BY " ADVANCE-APPROVED-BY
                   " ON " FORMATTED-DATE.
            IF ADVANCE-PAID-DATE NOT = ZEROES
                MOVE ADVANCE-PAID-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                DISPLAY "   PAID ON " FORMATTED-DATE
                   " PAYMENT " ADVANCE-CHECK-NO
                   " ACCT " ADVANCE-BANK-ACCOUNT.
            IF ADVANCE-REPORT-NUMBER NOT = ZEROES
                MOVE ADVANCE-APPLIED TO ADVANCE-AMOUNT-FIELD
                DISPLAY "   EXPENSE REPORT " ADVANCE-REPORT-NUMBER
                   " USED " ADVANCE-AMOUNT-FIELD.
            IF ADVANCE-OWED-BACK NOT = ZERO
                MOVE ADVANCE-OWED-BACK TO ADVANCE-AMOUNT-FIELD
                DISPLAY "   OWED BACK " ADVANCE-AMOUNT-FIELD
                MOVE ADVANCE-REPAID TO ADVANCE-AMOUNT-FIELD
                DISPLAY "   REPAID    " ADVANCE-AMOUNT-FIELD.
            IF ADVANCE-PAYROLL-DATE NOT = ZEROES
                MOVE ADVANCE-PAYROLL-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                DISPLAY "   SENT TO PAYROLL FOR DEDUCTION ON "
                   FORMATTED-DATE.
            DISPLAY " ".

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       READ-ADVANCE-RECORD.
            MOVE "Y" TO ADVANCE-RECORD-FOUND.
            READ ADVANCE-FILE RECORD
               INVALID KEY
               MOVE "N" TO ADVANCE-RECORD-FOUND.
            IF ADVANCE-RECORD-FOUND = "Y" AND
                  ADVANCE-COMPANY NOT = CURRENT-COMPANY
                DISPLAY "ADVANCE BELONGS TO ANOTHER COMPANY"
                MOVE "N" TO ADVANCE-RECORD-FOUND.

       READ-EMPLOYEE-RECORD.
            MOVE "Y" TO EMPLOYEE-RECORD-FOUND.
            READ EMPLOYEE-FILE RECORD
               INVALID KEY
               MOVE "N" TO EMPLOYEE-RECORD-FOUND.
            IF EMPLOYEE-RECORD-FOUND = "Y" AND
                  EMPLOYEE-COMPANY NOT = CURRENT-COMPANY
                DISPLAY "EMPLOYEE BELONGS TO ANOTHER COMPANY"
                MOVE "N" TO EMPLOYEE-RECORD-FOUND.

       WRITE-ADVANCE-RECORD.
            WRITE ADVANCE-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-ADVANCE-RECORD.
            REWRITE ADVANCE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING ADVANCE RECORD".

       DELETE-ADVANCE-RECORD.
            DELETE ADVANCE-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING ADVANCE RECORD".

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plnumval01.cbl".
