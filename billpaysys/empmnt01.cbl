      * resets the prenote status to "N", exactly as the vendor
      * master treats a banking change, so the zero-dollar prenote
      * cycle runs before the first live deposit. An employee with
      * unpaid expense reports or travel advances not yet settled
      * (fdadv01.cbl) on file cannot be deleted. The supervisor
      * must be another employee on file, and the approver sign-on
      * an operator on file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. empmnt01.

            COPY "slemp01.cbl".
            COPY "slexph01.cbl".
            COPY "sladv01.cbl".
            COPY "slstate.cbl".
            COPY "slglacct.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".
            COPY "slaudit01.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdemp01.cbl".
            COPY "fdexph01.cbl".
            COPY "fdadv01.cbl".
            COPY "fdstate.cbl".
            COPY "fdglacct.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdaudit01.cbl".

       WORKING-STORAGE SECTION.
       77   MENU-PICK                          PIC 9.

       77   EMPLOYEE-HAS-OPEN-REPORTS          PIC X.
       77   EXPENSE-FILE-AT-END                PIC X.
       77   ADVANCE-FILE-AT-END                PIC X.

       77   SUPERVISOR-RECORD-FOUND            PIC X.
       77   SUPERVISOR-NAME                    PIC X(30).
       01   EMPLOYEE-SAVED-RECORD              PIC X(212).

            COPY "wssignon01.cbl".
            COPY "wscase01.cbl".
            COPY "wsnumval01.cbl".
            COPY "wsmask01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "M" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            MOVE "empmnt01" TO SENSITIVE-PROGRAM-ID.
            PERFORM MAIN-PROCESS.
            PERFORM CLOSING-PROCEDURE.

       OPENING-PROCEDURE.
            OPEN I-O EMPLOYEE-FILE.
            OPEN INPUT EXPENSE-HEADER-FILE.
            OPEN INPUT ADVANCE-FILE.
            OPEN INPUT STATE-FILE.
            OPEN INPUT GL-ACCOUNT-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            OPEN I-O SYSTEM-AUDIT-FILE.

       CLOSING-PROCEDURE.
            CLOSE EMPLOYEE-FILE.
            CLOSE EXPENSE-HEADER-FILE.
            CLOSE ADVANCE-FILE.
            CLOSE STATE-FILE.
            CLOSE GL-ACCOUNT-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
            CLOSE SYSTEM-AUDIT-FILE.

      *--------------------------------
      * OPERATOR SIGN-ON
            PERFORM ENTER-EMPLOYEE-GL-CODE.
            PERFORM ENTER-EMPLOYEE-STATUS.
            PERFORM ENTER-EMPLOYEE-PAYMENT-METHOD.
            PERFORM ENTER-EMPLOYEE-PHONE.
            PERFORM ENTER-EMPLOYEE-TAX-ID.
            PERFORM ENTER-EMPLOYEE-SUPERVISOR.
            PERFORM ENTER-EMPLOYEE-OPERATOR-CODE.

      *--------------------------------
      * CHANGE

       ASK-WHICH-FIELD.
            DISPLAY "ENTER THE NUMBER OF THE FIELD".
            DISPLAY "TO CHANGE (1-13) OR 0 TO EXIT".
            ACCEPT WHICH-FIELD.
            PERFORM RE-ASK-WHICH-FIELD
               UNTIL WHICH-FIELD NOT > 13.

       RE-ASK-WHICH-FIELD.
            DISPLAY "INVALID ENTRY".
            DISPLAY "ENTER THE NUMBER OF THE FIELD".
            DISPLAY "TO CHANGE (1-13) OR 0 TO EXIT".
            ACCEPT WHICH-FIELD.

       CHANGE-ONE-FIELD.
                PERFORM ENTER-EMPLOYEE-STATUS.
            IF WHICH-FIELD = 9
                PERFORM ENTER-EMPLOYEE-PAYMENT-METHOD.
            IF WHICH-FIELD = 10
                PERFORM ENTER-EMPLOYEE-PHONE.
            IF WHICH-FIELD = 11
                PERFORM ENTER-EMPLOYEE-TAX-ID.
            IF WHICH-FIELD = 12
                PERFORM ENTER-EMPLOYEE-SUPERVISOR.
            IF WHICH-FIELD = 13
                PERFORM ENTER-EMPLOYEE-OPERATOR-CODE.
            PERFORM REWRITE-EMPLOYEE-RECORD.

      *--------------------------------
            PERFORM DISPLAY-ALL-FIELDS.
            PERFORM CHECK-EMPLOYEE-OPEN-REPORTS.
            IF EMPLOYEE-HAS-OPEN-REPORTS = "Y"
                DISPLAY "EMPLOYEE HAS UNPAID EXPENSE REPORTS OR"
                DISPLAY "UNSETTLED TRAVEL ADVANCES -"
                DISPLAY "THEY CANNOT BE DELETED."
            ELSE
                PERFORM ASK-TO-DELETE
            PERFORM LOOK-FOR-OPEN-REPORT
               UNTIL EXPENSE-FILE-AT-END = "Y"
                  OR EMPLOYEE-HAS-OPEN-REPORTS = "Y".
            MOVE ZEROES TO ADVANCE-NUMBER.
            MOVE "N" TO ADVANCE-FILE-AT-END.
            START ADVANCE-FILE
               KEY IS NOT LESS THAN ADVANCE-NUMBER
               INVALID KEY
               MOVE "Y" TO ADVANCE-FILE-AT-END.
            PERFORM LOOK-FOR-OPEN-ADVANCE
               UNTIL ADVANCE-FILE-AT-END = "Y"
                  OR EMPLOYEE-HAS-OPEN-REPORTS = "Y".

       LOOK-FOR-OPEN-REPORT.
            READ EXPENSE-HEADER-FILE NEXT RECORD
                      NOT EXPENSE-STATUS-PAID
                    MOVE "Y" TO EMPLOYEE-HAS-OPEN-REPORTS.

       LOOK-FOR-OPEN-ADVANCE.
            READ ADVANCE-FILE NEXT RECORD
               AT END MOVE "Y" TO ADVANCE-FILE-AT-END.
            IF ADVANCE-FILE-AT-END NOT = "Y"
                IF ADVANCE-EMPLOYEE = EMPLOYEE-NUMBER AND
                      NOT ADVANCE-STATUS-SETTLED
                    MOVE "Y" TO EMPLOYEE-HAS-OPEN-REPORTS.

       ASK-TO-DELETE.
            PERFORM ACCEPT-OK-TO-DELETE.
            PERFORM RE-ACCEPT-OK-TO-DELETE
            MOVE "N" TO EMPLOYEE-PRENOTE-STATUS.
            MOVE ZEROES TO EMPLOYEE-PRENOTE-DATE.
            MOVE CURRENT-COMPANY TO EMPLOYEE-COMPANY.
            MOVE ZEROES TO EMPLOYEE-SUPERVISOR.

       ENTER-EMPLOYEE-NUMBER.
            DISPLAY "ENTER EMPLOYEE NUMBER TO " THE-MODE.
            DISPLAY "PRENOTE RESET - A ZERO-DOLLAR PRENOTE GOES".
            DISPLAY "OUT ON THE NEXT EFT RUN".

       ENTER-EMPLOYEE-PHONE.
            DISPLAY "ENTER HOME PHONE".
            ACCEPT EMPLOYEE-PHONE.

       ENTER-EMPLOYEE-TAX-ID.
            DISPLAY "ENTER SOCIAL SECURITY NUMBER".
            ACCEPT EMPLOYEE-TAX-ID.

      * The supervisor is looked up with the employee record set
      * aside, so the record being keyed is not lost.
       ENTER-EMPLOYEE-SUPERVISOR.
            DISPLAY "ENTER SUPERVISOR'S EMPLOYEE NUMBER (0 = NONE)".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO EMPLOYEE-SUPERVISOR.
            IF EMPLOYEE-SUPERVISOR = EMPLOYEE-NUMBER
                DISPLAY "AN EMPLOYEE CANNOT SUPERVISE THEMSELVES"
                PERFORM ENTER-EMPLOYEE-SUPERVISOR
            ELSE
            IF EMPLOYEE-SUPERVISOR NOT = ZEROES
                PERFORM LOOK-UP-SUPERVISOR
                IF SUPERVISOR-RECORD-FOUND = "N"
                    DISPLAY "SUPERVISOR NOT ON FILE"
                    PERFORM ENTER-EMPLOYEE-SUPERVISOR
                ELSE
                    DISPLAY "SUPERVISOR: " SUPERVISOR-NAME.

       LOOK-UP-SUPERVISOR.
            MOVE EMPLOYEE-RECORD TO EMPLOYEE-SAVED-RECORD.
            MOVE EMPLOYEE-SUPERVISOR TO EMPLOYEE-NUMBER.
            MOVE "Y" TO SUPERVISOR-RECORD-FOUND.
            READ EMPLOYEE-FILE RECORD
               INVALID KEY
               MOVE "N" TO SUPERVISOR-RECORD-FOUND.
            MOVE EMPLOYEE-NAME TO SUPERVISOR-NAME.
            MOVE EMPLOYEE-SAVED-RECORD TO EMPLOYEE-RECORD.

       ENTER-EMPLOYEE-OPERATOR-CODE.
            DISPLAY "ENTER APPROVER SIGN-ON (BLANK = NONE)".
            MOVE SPACES TO EMPLOYEE-OPERATOR-CODE.
            ACCEPT EMPLOYEE-OPERATOR-CODE.
            INSPECT EMPLOYEE-OPERATOR-CODE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF EMPLOYEE-OPERATOR-CODE NOT = SPACES
                MOVE EMPLOYEE-OPERATOR-CODE TO OPERATOR-CODE
                PERFORM READ-OPERATOR-RECORD
                IF OPERATOR-RECORD-FOUND = "N"
                    DISPLAY "OPERATOR NOT ON FILE"
                    PERFORM ENTER-EMPLOYEE-OPERATOR-CODE.

      *--------------------------------
      * DISPLAY
      *--------------------------------
            DISPLAY "9. PAYMENT METHOD (C/E): "
               EMPLOYEE-PAYMENT-METHOD.
            IF EMPLOYEE-PAYS-BY-EFT
                PERFORM SHOW-EMPLOYEE-BANK-ACCOUNT
                DISPLAY "   ROUTING: " EMPLOYEE-ABA-ROUTING-NUMBER
                   " ACCOUNT: " SENSITIVE-SHOWN (1 : 17)
                DISPLAY "   PRENOTE STATUS (N/P/A/R): "
                   EMPLOYEE-PRENOTE-STATUS
                   " DATED " EMPLOYEE-PRENOTE-DATE.
            DISPLAY "10. HOME PHONE: " EMPLOYEE-PHONE.
            PERFORM SHOW-EMPLOYEE-TAX-ID.
            DISPLAY "11. SOCIAL SECURITY NUMBER: " SENSITIVE-SHOWN.
            DISPLAY "12. SUPERVISOR: " EMPLOYEE-SUPERVISOR.
            DISPLAY "13. APPROVER SIGN-ON: " EMPLOYEE-OPERATOR-CODE.
            DISPLAY " ".

       SHOW-EMPLOYEE-BANK-ACCOUNT.
            MOVE EMPLOYEE-BANK-ACCOUNT-NO TO SENSITIVE-VALUE.
            MOVE "EMPLOYEE-BANK-ACCOUNT-NO" TO SENSITIVE-FIELD-NAME.
            MOVE EMPLOYEE-NUMBER TO SENSITIVE-RECORD-KEY.
            PERFORM SHOW-SENSITIVE-VALUE.

       SHOW-EMPLOYEE-TAX-ID.
            MOVE EMPLOYEE-TAX-ID TO SENSITIVE-VALUE.
            MOVE "EMPLOYEE-TAX-ID" TO SENSITIVE-FIELD-NAME.
            MOVE EMPLOYEE-NUMBER TO SENSITIVE-RECORD-KEY.
            PERFORM SHOW-SENSITIVE-VALUE.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
               MOVE "N" TO STATE-RECORD-FOUND.

            COPY "plnumval01.cbl".
            COPY "plmask01.cbl".
            COPY "plmask02.cbl".
