      * An approved report ("A") is what the payment runs pay; the
      * approval is written to the system audit trail with before
      * and after images.
      * Approving a report settles the employee's oldest paid travel
      * advance (fdadv01.cbl): the advance covers the report up to
      * its amount and the runs pay only the excess; a report
      * smaller than the advance leaves the difference owed back. A
      * report the advance covers in full is stamped paid here -
      * there is nothing for a run to send.
      * The travel advances waiting in "E" status are walked after
      * the reports, under the same two rules.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. expapp01.
            COPY "slemp01.cbl".
            COPY "slexph01.cbl".
            COPY "slexpd01.cbl".
            COPY "sladv01.cbl".
            COPY "slaudit01.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".
            COPY "fdemp01.cbl".
            COPY "fdexph01.cbl".
            COPY "fdexpd01.cbl".
            COPY "fdadv01.cbl".
            COPY "fdaudit01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".
       77   EXPENSE-FILE-AT-END           PIC X.
       77   EMPLOYEE-RECORD-FOUND         PIC X.
       77   EXPENSE-DETAIL-AT-END         PIC X.
       77   ADVANCE-FILE-AT-END           PIC X.
       77   ADVANCE-RECORD-FOUND          PIC X.
       77   EXPENSE-NET-AMOUNT            PIC S9(6)V99.
       77   APPROVER-LIMIT                PIC S9(7)V99 VALUE ZERO.
       77   APPROVAL-DATE                 PIC 9(8).


       77   APPROVED-COUNT                PIC 9(5) VALUE ZERO.
       77   REVIEWED-COUNT                PIC 9(5) VALUE ZERO.
       77   ADVANCES-APPROVED             PIC 9(5) VALUE ZERO.
       77   ADVANCES-REVIEWED             PIC 9(5) VALUE ZERO.
       77   EXPENSE-AMOUNT-FIELD          PIC ZZ,ZZ9.99-.
       77   APPROVER-LIMIT-FIELD          PIC ZZZ,ZZ9.99-.

       77   LAST-SYSTEM-AUDIT-TIME        PIC 9(8) VALUE ZERO.
       77   SYSTEM-AUDIT-SEQ-COUNTER      PIC 9(2) VALUE ZERO.
       77   SYSTEM-AUDIT-SAVED-IMAGE      PIC X(600).
       77   ADVANCE-SAVED-IMAGE           PIC X(600).

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            DISPLAY "YOUR APPROVAL LIMIT IS " APPROVER-LIMIT-FIELD.
            ACCEPT APPROVAL-DATE FROM DATE YYYYMMDD.
            PERFORM WORK-THE-QUEUE.
            IF NOT QUIT-THE-QUEUE
                PERFORM WORK-THE-ADVANCE-QUEUE.
            DISPLAY "REPORTS REVIEWED: " REVIEWED-COUNT.
            DISPLAY "REPORTS APPROVED: " APPROVED-COUNT.
            DISPLAY "ADVANCES REVIEWED: " ADVANCES-REVIEWED.
            DISPLAY "ADVANCES APPROVED: " ADVANCES-APPROVED.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            OPEN I-O EXPENSE-HEADER-FILE.
            OPEN INPUT EXPENSE-DETAIL-FILE.
            OPEN INPUT EMPLOYEE-FILE.
            OPEN I-O ADVANCE-FILE.
            OPEN I-O SYSTEM-AUDIT-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            CLOSE EXPENSE-HEADER-FILE.
            CLOSE EXPENSE-DETAIL-FILE.
            CLOSE EMPLOYEE-FILE.
            CLOSE ADVANCE-FILE.
            CLOSE SYSTEM-AUDIT-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
                    MOVE "A" TO EXPENSE-STATUS
                    MOVE OPERATOR-ID TO EXPENSE-APPROVED-BY
                    MOVE APPROVAL-DATE TO EXPENSE-APPROVED-DATE
                    PERFORM SETTLE-AGAINST-ADVANCE
                    PERFORM REWRITE-EXPENSE-HEADER
                    PERFORM WRITE-APPROVAL-AUDIT-RECORD
                    ADD 1 TO APPROVED-COUNT
                    DISPLAY "REPORT APPROVED".

      *--------------------------------
      * TRAVEL ADVANCE SETTLEMENT
      *--------------------------------
      * The oldest advance paid to the employee and not yet settled
      * is the one this trip's report answers for.
       SETTLE-AGAINST-ADVANCE.
            PERFORM FIND-OLDEST-PAID-ADVANCE.
            IF ADVANCE-RECORD-FOUND = "Y"
                PERFORM APPLY-THE-ADVANCE.

       FIND-OLDEST-PAID-ADVANCE.
            MOVE "N" TO ADVANCE-RECORD-FOUND.
            MOVE ZEROES TO ADVANCE-NUMBER.
            MOVE "N" TO ADVANCE-FILE-AT-END.
            START ADVANCE-FILE
               KEY IS NOT LESS THAN ADVANCE-NUMBER
               INVALID KEY
               MOVE "Y" TO ADVANCE-FILE-AT-END.
            PERFORM LOOK-AT-ONE-ADVANCE
               UNTIL ADVANCE-FILE-AT-END = "Y"
                  OR ADVANCE-RECORD-FOUND = "Y".

       LOOK-AT-ONE-ADVANCE.
            READ ADVANCE-FILE NEXT RECORD
               AT END MOVE "Y" TO ADVANCE-FILE-AT-END.
            IF ADVANCE-FILE-AT-END NOT = "Y"
                IF ADVANCE-EMPLOYEE = EXPENSE-EMPLOYEE AND
                      ADVANCE-COMPANY = EXPENSE-COMPANY AND
                      ADVANCE-STATUS-PAID
                    MOVE "Y" TO ADVANCE-RECORD-FOUND.

       APPLY-THE-ADVANCE.
            MOVE ADVANCE-RECORD TO ADVANCE-SAVED-IMAGE.
            IF EXPENSE-TOTAL-AMOUNT NOT < ADVANCE-AMOUNT
                MOVE ADVANCE-AMOUNT TO ADVANCE-APPLIED
                MOVE ZERO TO ADVANCE-OWED-BACK
                MOVE "S" TO ADVANCE-STATUS
            ELSE
                MOVE EXPENSE-TOTAL-AMOUNT TO ADVANCE-APPLIED
                COMPUTE ADVANCE-OWED-BACK =
                   ADVANCE-AMOUNT - EXPENSE-TOTAL-AMOUNT
                MOVE "O" TO ADVANCE-STATUS.
            MOVE EXPENSE-REPORT-NUMBER TO ADVANCE-REPORT-NUMBER.
            PERFORM REWRITE-ADVANCE-RECORD.
            PERFORM WRITE-ADVANCE-AUDIT-RECORD.
            MOVE ADVANCE-NUMBER TO EXPENSE-ADVANCE-NUMBER.
            MOVE ADVANCE-APPLIED TO EXPENSE-ADVANCE-APPLIED.
            COMPUTE EXPENSE-NET-AMOUNT =
               EXPENSE-TOTAL-AMOUNT - EXPENSE-ADVANCE-APPLIED.
            MOVE ADVANCE-APPLIED TO EXPENSE-AMOUNT-FIELD.
            DISPLAY "TRAVEL ADVANCE " ADVANCE-NUMBER " COVERS "
               EXPENSE-AMOUNT-FIELD.
            IF EXPENSE-NET-AMOUNT = ZERO
                MOVE "P" TO EXPENSE-STATUS
                MOVE APPROVAL-DATE TO EXPENSE-PAID-DATE
                MOVE ZEROES TO EXPENSE-CHECK-NO
                MOVE SPACES TO EXPENSE-BANK-ACCOUNT
                DISPLAY "NOTHING MORE IS DUE THE EMPLOYEE"
            ELSE
                MOVE EXPENSE-NET-AMOUNT TO EXPENSE-AMOUNT-FIELD
                DISPLAY "THE NEXT RUN PAYS " EXPENSE-AMOUNT-FIELD.
            IF ADVANCE-STATUS-OWED-BACK
                MOVE ADVANCE-OWED-BACK TO EXPENSE-AMOUNT-FIELD
                DISPLAY "EMPLOYEE OWES BACK " EXPENSE-AMOUNT-FIELD.

      *--------------------------------
      * THE ADVANCE QUEUE
      *--------------------------------
       WORK-THE-ADVANCE-QUEUE.
            MOVE ZEROES TO ADVANCE-NUMBER.
            MOVE "N" TO ADVANCE-FILE-AT-END.
            START ADVANCE-FILE
               KEY IS NOT LESS THAN ADVANCE-NUMBER
               INVALID KEY
               MOVE "Y" TO ADVANCE-FILE-AT-END.
            IF ADVANCE-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-ADVANCE-RECORD.
            PERFORM REVIEW-ONE-ADVANCE
               UNTIL ADVANCE-FILE-AT-END = "Y"
                  OR QUIT-THE-QUEUE.
            IF ADVANCES-REVIEWED = ZERO
                DISPLAY "NO TRAVEL ADVANCE IS WAITING FOR APPROVAL".

       REVIEW-ONE-ADVANCE.
            IF ADVANCE-STATUS-ENTERED AND
                  ADVANCE-COMPANY = CURRENT-COMPANY
                ADD 1 TO ADVANCES-REVIEWED
                PERFORM DISPLAY-QUEUED-ADVANCE
                PERFORM ASK-APPROVE-CHOICE
                IF APPROVE-THIS-REPORT
                    PERFORM APPROVE-THE-ADVANCE
                END-IF
            END-IF.
            IF NOT QUIT-THE-QUEUE
                PERFORM READ-NEXT-ADVANCE-RECORD.

       DISPLAY-QUEUED-ADVANCE.
            MOVE ADVANCE-EMPLOYEE TO EMPLOYEE-NUMBER.
            MOVE "Y" TO EMPLOYEE-RECORD-FOUND.
            READ EMPLOYEE-FILE RECORD
               INVALID KEY
               MOVE "N" TO EMPLOYEE-RECORD-FOUND.
            IF EMPLOYEE-RECORD-FOUND = "N"
                MOVE "**NOT FOUND**" TO EMPLOYEE-NAME.
            MOVE ADVANCE-AMOUNT TO EXPENSE-AMOUNT-FIELD.
            DISPLAY " ".
            DISPLAY "TRAVEL ADVANCE " ADVANCE-NUMBER
               " EMPLOYEE " ADVANCE-EMPLOYEE " " EMPLOYEE-NAME.
            DISPLAY "PURPOSE " ADVANCE-PURPOSE.
            DISPLAY "TRIP    " ADVANCE-TRIP-START
               " THRU " ADVANCE-TRIP-END.
            DISPLAY "AMOUNT  " EXPENSE-AMOUNT-FIELD
               "  ENTERED BY " ADVANCE-ENTERED-BY.

       APPROVE-THE-ADVANCE.
            IF ADVANCE-ENTERED-BY = OPERATOR-ID
                DISPLAY "YOU ENTERED THIS ADVANCE - A DIFFERENT"
                DISPLAY "OPERATOR MUST APPROVE IT"
            ELSE
                IF ADVANCE-AMOUNT > APPROVER-LIMIT
                    DISPLAY "ADVANCE EXCEEDS YOUR APPROVAL LIMIT"
                ELSE
                    MOVE ADVANCE-RECORD TO ADVANCE-SAVED-IMAGE
                    MOVE "A" TO ADVANCE-STATUS
                    MOVE OPERATOR-ID TO ADVANCE-APPROVED-BY
                    MOVE APPROVAL-DATE TO ADVANCE-APPROVED-DATE
                    PERFORM REWRITE-ADVANCE-RECORD
                    PERFORM WRITE-ADVANCE-AUDIT-RECORD
                    ADD 1 TO ADVANCES-APPROVED
                    DISPLAY "ADVANCE APPROVED".

      *--------------------------------
      * SYSTEM-WIDE AUDIT TRAIL
      *--------------------------------
               INVALID KEY
               DISPLAY "ERROR WRITING SYSTEM AUDIT RECORD".

      * Advance keys carry an "ADV" prefix so they can never be read
      * as an expense report number on the same program's trail.
       WRITE-ADVANCE-AUDIT-RECORD.
            MOVE "expapp01" TO SYSTEM-AUDIT-PROGRAM-ID.
            ACCEPT SYSTEM-AUDIT-DATE FROM DATE YYYYMMDD.
            ACCEPT SYSTEM-AUDIT-TIME FROM TIME.
            MOVE SPACES TO SYSTEM-AUDIT-RECORD-KEY.
            STRING "ADV" ADVANCE-NUMBER DELIMITED BY SIZE
               INTO SYSTEM-AUDIT-RECORD-KEY.
            MOVE OPERATOR-ID TO SYSTEM-AUDIT-OPERATOR-ID.
            MOVE "CHANGE" TO SYSTEM-AUDIT-OPERATION.
            MOVE ADVANCE-SAVED-IMAGE TO SYSTEM-AUDIT-BEFORE-IMAGE.
            MOVE ADVANCE-RECORD TO SYSTEM-AUDIT-AFTER-IMAGE.
            PERFORM ASSIGN-SYSTEM-AUDIT-SEQUENCE.
            WRITE SYSTEM-AUDIT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING SYSTEM AUDIT RECORD".

       ASSIGN-SYSTEM-AUDIT-SEQUENCE.
            IF SYSTEM-AUDIT-DATE = LAST-SYSTEM-AUDIT-DATE AND
               SYSTEM-AUDIT-TIME = LAST-SYSTEM-AUDIT-TIME
               INVALID KEY
               DISPLAY "ERROR REWRITING EXPENSE HEADER RECORD".

       REWRITE-ADVANCE-RECORD.
            REWRITE ADVANCE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING ADVANCE RECORD".

       READ-NEXT-ADVANCE-RECORD.
            READ ADVANCE-FILE NEXT RECORD
               AT END MOVE "Y" TO ADVANCE-FILE-AT-END.

       READ-NEXT-EXPENSE-HEADER.
            READ EXPENSE-HEADER-FILE NEXT RECORD
               AT END MOVE "Y" TO EXPENSE-FILE-AT-END.
