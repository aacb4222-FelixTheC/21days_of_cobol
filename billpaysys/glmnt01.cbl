      * modeled on the state-codes maintenance in stmnt01.cbl. A
      * code that vouchers already carry cannot be deleted - mark it
      * inactive instead, which blocks new coding but keeps history
      * readable. Each account carries its natural-account and
      * department segments and the rollup group (glrmnt01.cbl) it
      * subtotals under on the GL reports.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glmnt01.

            COPY "slglacct.cbl".
            COPY "slvouch.cbl".
            COPY "slglrol01.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdglacct.cbl".
            COPY "fdvouch.cbl".
            COPY "fdglrol01.cbl".

       WORKING-STORAGE SECTION.
       77   MENU-PICK                          PIC 9.
       77   GL-ACCOUNT-RECORD-FOUND            PIC X.
       77   GL-CODE-HAS-VOUCHERS               PIC X.
       77   VOUCHER-FILE-AT-END                PIC X.
       77   GL-ROLLUP-RECORD-FOUND             PIC X.
       77   SEGMENT-ENTRY                      PIC X(4).

            COPY "wscase01.cbl".

       OPENING-PROCEDURE.
            OPEN I-O GL-ACCOUNT-FILE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT GL-ROLLUP-FILE.

       CLOSING-PROCEDURE.
            CLOSE GL-ACCOUNT-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE GL-ROLLUP-FILE.

       MAIN-PROCESS.
            PERFORM GET-MENU-PICK.
            PERFORM ENTER-GL-ACCOUNT-NAME.
            PERFORM ENTER-GL-ACCOUNT-STATUS.
            PERFORM ENTER-GL-ACCOUNT-CAPITAL.
            PERFORM ENTER-GL-ACCOUNT-1099-BOX.
            PERFORM ENTER-GL-ACCOUNT-NATURAL.
            PERFORM ENTER-GL-ACCOUNT-DEPARTMENT.
            PERFORM ENTER-GL-ACCOUNT-ROLLUP.
            PERFORM WRITE-GL-ACCOUNT-RECORD.
            PERFORM GET-NEW-GL-ACCOUNT-CODE.


       ASK-WHICH-FIELD.
            DISPLAY "ENTER THE NUMBER OF THE FIELD".
            DISPLAY "TO CHANGE (1-7) OR 0 TO EXIT".
            ACCEPT WHICH-FIELD.
            IF WHICH-FIELD > 7
                DISPLAY "INVALID ENTRY".

       CHANGE-ONE-FIELD.
                PERFORM ENTER-GL-ACCOUNT-STATUS.
            IF WHICH-FIELD = 3
                PERFORM ENTER-GL-ACCOUNT-CAPITAL.
            IF WHICH-FIELD = 4
                PERFORM ENTER-GL-ACCOUNT-1099-BOX.
            IF WHICH-FIELD = 5
                PERFORM ENTER-GL-ACCOUNT-NATURAL.
            IF WHICH-FIELD = 6
                PERFORM ENTER-GL-ACCOUNT-DEPARTMENT.
            IF WHICH-FIELD = 7
                PERFORM ENTER-GL-ACCOUNT-ROLLUP.
            PERFORM REWRITE-GL-ACCOUNT-RECORD.

      *--------------------------------
            MOVE SPACE TO GL-ACCOUNT-RECORD.
            MOVE "A" TO GL-ACCOUNT-STATUS.
            MOVE "N" TO GL-ACCOUNT-CAPITAL-FLAG.
            MOVE "N" TO GL-ACCOUNT-1099-BOX.

       ENTER-GL-ACCOUNT-CODE.
            DISPLAY " ".
                DISPLAY "YOU MUST ENTER Y OR N"
                PERFORM ENTER-GL-ACCOUNT-CAPITAL.

      * The box a 1099 vendor's payments coded here report in -
      * voucher entry offers it as the default for the voucher and
      * each distribution line.
       ENTER-GL-ACCOUNT-1099-BOX.
            DISPLAY "ENTER 1099 BOX FOR PAYMENTS TO THIS ACCOUNT".
            DISPLAY "N)EC SERVICES, R)ENTS, M)EDICAL, A)TTORNEY,".
            DISPLAY "OR X) NOT REPORTABLE".
            ACCEPT GL-ACCOUNT-1099-BOX.
            INSPECT GL-ACCOUNT-1099-BOX
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF NOT GL-ACCOUNT-BOX-IS-VALID
                DISPLAY "YOU MUST ENTER N, R, M, A, OR X"
                PERFORM ENTER-GL-ACCOUNT-1099-BOX.

      * The segments default to the code's own split - natural
      * account first, department last - or to what is on file.
       ENTER-GL-ACCOUNT-NATURAL.
            IF GL-ACCOUNT-NATURAL = SPACES
                MOVE GL-ACCOUNT-CODE (1:4) TO GL-ACCOUNT-NATURAL.
            DISPLAY "ENTER NATURAL ACCOUNT (ENTER = "
               GL-ACCOUNT-NATURAL ")".
            MOVE SPACES TO SEGMENT-ENTRY.
            ACCEPT SEGMENT-ENTRY.
            INSPECT SEGMENT-ENTRY
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF SEGMENT-ENTRY NOT = SPACES
                MOVE SEGMENT-ENTRY TO GL-ACCOUNT-NATURAL.

       ENTER-GL-ACCOUNT-DEPARTMENT.
            IF GL-ACCOUNT-DEPARTMENT = SPACES
                MOVE GL-ACCOUNT-CODE (5:2) TO GL-ACCOUNT-DEPARTMENT.
            DISPLAY "ENTER DEPARTMENT (ENTER = "
               GL-ACCOUNT-DEPARTMENT ")".
            MOVE SPACES TO SEGMENT-ENTRY.
            ACCEPT SEGMENT-ENTRY.
            INSPECT SEGMENT-ENTRY
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF SEGMENT-ENTRY NOT = SPACES
                MOVE SEGMENT-ENTRY TO GL-ACCOUNT-DEPARTMENT.

       ENTER-GL-ACCOUNT-ROLLUP.
            PERFORM ACCEPT-GL-ACCOUNT-ROLLUP.
            PERFORM RE-ACCEPT-GL-ACCOUNT-ROLLUP
               UNTIL GL-ACCOUNT-ROLLUP = SPACES OR
                  GL-ROLLUP-RECORD-FOUND = "Y".

       ACCEPT-GL-ACCOUNT-ROLLUP.
            DISPLAY "ENTER ROLLUP GROUP (BLANK = NONE)".
            ACCEPT GL-ACCOUNT-ROLLUP.
            INSPECT GL-ACCOUNT-ROLLUP
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            MOVE "N" TO GL-ROLLUP-RECORD-FOUND.
            IF GL-ACCOUNT-ROLLUP NOT = SPACES
                MOVE GL-ACCOUNT-ROLLUP TO GLROL-CODE
                PERFORM READ-GL-ROLLUP-RECORD
                IF GL-ROLLUP-RECORD-FOUND = "Y"
                    DISPLAY "  " GLROL-NAME.

       RE-ACCEPT-GL-ACCOUNT-ROLLUP.
            DISPLAY "ROLLUP GROUP NOT ON FILE".
            PERFORM ACCEPT-GL-ACCOUNT-ROLLUP.

       DISPLAY-ALL-FIELDS.
            DISPLAY " ".
            DISPLAY "GL ACCOUNT CODE: " GL-ACCOUNT-CODE.
            DISPLAY "2. STATUS (A/I): " GL-ACCOUNT-STATUS.
            DISPLAY "3. CAPITAL CODE (Y/N): "
               GL-ACCOUNT-CAPITAL-FLAG.
            DISPLAY "4. 1099 BOX (N/R/M/A/X): " GL-ACCOUNT-1099-BOX.
            DISPLAY "5. NATURAL ACCOUNT: " GL-ACCOUNT-NATURAL.
            DISPLAY "6. DEPARTMENT: " GL-ACCOUNT-DEPARTMENT.
            DISPLAY "7. ROLLUP GROUP: " GL-ACCOUNT-ROLLUP.
            DISPLAY " ".

      *--------------------------------
               INVALID KEY
               MOVE "N" TO GL-ACCOUNT-RECORD-FOUND.

       READ-GL-ROLLUP-RECORD.
            MOVE "Y" TO GL-ROLLUP-RECORD-FOUND.
            READ GL-ROLLUP-FILE RECORD
               INVALID KEY
               MOVE "N" TO GL-ROLLUP-RECORD-FOUND.

       WRITE-GL-ACCOUNT-RECORD.
            WRITE GL-ACCOUNT-RECORD
               INVALID KEY
