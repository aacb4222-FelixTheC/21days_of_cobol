      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Purchase requisition approval queue - walks the requisitions
      * submitted from reqmnt01.cbl (status "S") and lets a
      * signed-on operator approve, reject or leave each one. The
      * routing is by dollar level and by budget:
      *   - the requisition total must not exceed the approver's
      *     OPERATOR-APPROVAL-LIMIT (zero = may not approve), the
      *     same limit the voucher approval queue (vchapp01.cbl)
      *     enforces;
      *   - the budget is checked again as the requisition comes up
      *     (plreqbud01.cbl) - money may have gone since it was
      *     submitted - and one with a GL code short of budget can
      *     only be approved by an OPERATOR-AUTH-CONTROL holder;
      *   - the approver must not be the operator who keyed it.
      * A rejection needs a reason, which goes back to the
      * requester in reqmnt01; the requisition may then be changed
      * and submitted again. Approved requisitions wait for
      * purchasing in reqcnv01.cbl. Every decision is written to the
      * system audit trail with the before and after images.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reqapp01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slreq01.cbl".
            COPY "slreql01.cbl".
            COPY "slbudget.cbl".
            COPY "slvouch.cbl".
            COPY "slpo01.cbl".
            COPY "slvnd02.cbl".
            COPY "slaudit01.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdreq01.cbl".
            COPY "fdreql01.cbl".
            COPY "fdbudget.cbl".
            COPY "fdvouch.cbl".
            COPY "fdpo01.cbl".
            COPY "fdvnd04.cbl".
            COPY "fdaudit01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".

       WORKING-STORAGE SECTION.

       77   REQUISITION-AT-END            PIC X.
       77   LINE-AT-END                   PIC X.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   LAST-REVIEWED                 PIC 9(6) VALUE ZERO.
       77   APPROVER-LIMIT                PIC S9(7)V99 VALUE ZERO.
       77   APPROVER-CONTROL              PIC X.

            COPY "wssignon01.cbl".

       77   APPROVE-CHOICE                PIC X VALUE SPACE.
            88 APPROVE-THIS-REQUISITION   VALUE "A".
            88 REJECT-THIS-REQUISITION    VALUE "R".
            88 SKIP-THIS-REQUISITION      VALUE "S".
            88 QUIT-THE-QUEUE             VALUE "Q".

       77   APPROVED-COUNT                PIC 9(5) VALUE ZERO.
       77   REJECTED-COUNT                PIC 9(5) VALUE ZERO.
       77   REVIEWED-COUNT                PIC 9(5) VALUE ZERO.
       77   AMOUNT-FIELD                  PIC ZZZ,ZZ9.99-.
       77   QUANTITY-FIELD                PIC ZZZZ9.
       77   APPROVER-LIMIT-FIELD          PIC ZZZ,ZZ9.99-.

       77   LAST-SYSTEM-AUDIT-DATE        PIC 9(8) VALUE ZERO.
       77   LAST-SYSTEM-AUDIT-TIME        PIC 9(8) VALUE ZERO.
       77   SYSTEM-AUDIT-SEQ-COUNTER      PIC 9(2) VALUE ZERO.
       77   SYSTEM-AUDIT-SAVED-IMAGE      PIC X(600).

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsreqbud01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE " " TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            MOVE OPERATOR-APPROVAL-LIMIT TO APPROVER-LIMIT.
            MOVE OPERATOR-AUTH-CONTROL TO APPROVER-CONTROL.
            MOVE APPROVER-LIMIT TO APPROVER-LIMIT-FIELD.
            DISPLAY "YOUR APPROVAL LIMIT IS " APPROVER-LIMIT-FIELD.
            IF APPROVER-CONTROL = "Y"
                DISPLAY "YOU MAY APPROVE OVER-BUDGET REQUISITIONS".
            PERFORM WORK-THE-QUEUE.
            DISPLAY "REQUISITIONS REVIEWED: " REVIEWED-COUNT.
            DISPLAY "REQUISITIONS APPROVED: " APPROVED-COUNT.
            DISPLAY "REQUISITIONS REJECTED: " REJECTED-COUNT.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN I-O REQUISITION-FILE.
            OPEN INPUT REQUISITION-LINE-FILE.
            OPEN INPUT BUDGET-FILE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT PURCHASE-ORDER-FILE.
            OPEN INPUT VENDOR-FILE.
            OPEN I-O SYSTEM-AUDIT-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.

       CLOSING-PROCEDURE.
            CLOSE REQUISITION-FILE.
            CLOSE REQUISITION-LINE-FILE.
            CLOSE BUDGET-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE PURCHASE-ORDER-FILE.
            CLOSE VENDOR-FILE.
            CLOSE SYSTEM-AUDIT-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.

      *--------------------------------
      * OPERATOR SIGN-ON
      *--------------------------------
            COPY "plsignon01.cbl".

      *--------------------------------
      * THE QUEUE
      *--------------------------------
       WORK-THE-QUEUE.
            MOVE "N" TO REQUISITION-AT-END.
            PERFORM READ-NEXT-IN-QUEUE.
            PERFORM REVIEW-ONE-REQUISITION
               UNTIL REQUISITION-AT-END = "Y"
                  OR QUIT-THE-QUEUE.
            IF REVIEWED-COUNT = ZERO
                DISPLAY "NOTHING IS WAITING FOR APPROVAL".

       REVIEW-ONE-REQUISITION.
            IF REQUISITION-IS-SUBMITTED
                ADD 1 TO REVIEWED-COUNT
                PERFORM DISPLAY-QUEUED-REQUISITION
                PERFORM ASK-APPROVE-CHOICE
                IF APPROVE-THIS-REQUISITION
                    PERFORM APPROVE-THE-REQUISITION
                END-IF
                IF REJECT-THIS-REQUISITION
                    PERFORM REJECT-THE-REQUISITION
                END-IF
            END-IF.
            IF NOT QUIT-THE-QUEUE
                PERFORM READ-NEXT-IN-QUEUE.

      * The budget check reads other requisitions, so the walk
      * picks up again from the last one reviewed.
       READ-NEXT-IN-QUEUE.
            MOVE LAST-REVIEWED TO REQUISITION-NUMBER.
            START REQUISITION-FILE
               KEY IS GREATER THAN REQUISITION-NUMBER
               INVALID KEY
               MOVE "Y" TO REQUISITION-AT-END.
            IF REQUISITION-AT-END NOT = "Y"
                READ REQUISITION-FILE NEXT RECORD
                   AT END MOVE "Y" TO REQUISITION-AT-END.
            IF REQUISITION-AT-END NOT = "Y"
                MOVE REQUISITION-NUMBER TO LAST-REVIEWED.

       DISPLAY-QUEUED-REQUISITION.
            DISPLAY " ".
            DISPLAY "REQUISITION " REQUISITION-NUMBER
               " FOR " REQUISITION-DESCRIPTION.
            MOVE REQUISITION-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            DISPLAY "REQUESTED BY " REQUISITION-REQUESTER
               " ON " FORMATTED-DATE.
            MOVE SPACES TO VENDOR-NAME.
            IF REQUISITION-SUGGESTED-VENDOR NOT = ZEROES
                MOVE REQUISITION-SUGGESTED-VENDOR TO VENDOR-NUMBER
                MOVE "Y" TO VENDOR-RECORD-FOUND
                READ VENDOR-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO VENDOR-RECORD-FOUND
                END-READ
                IF VENDOR-RECORD-FOUND = "N"
                    MOVE "**NOT FOUND**" TO VENDOR-NAME.
            DISPLAY "SUGGESTED VENDOR " REQUISITION-SUGGESTED-VENDOR
               " " VENDOR-NAME.
            MOVE REQUISITION-NUMBER TO REQ-LINE-REQUISITION.
            MOVE ZERO TO REQ-LINE-SEQUENCE.
            MOVE "N" TO LINE-AT-END.
            START REQUISITION-LINE-FILE
               KEY IS NOT LESS THAN REQ-LINE-KEY
               INVALID KEY
               MOVE "Y" TO LINE-AT-END.
            PERFORM DISPLAY-ONE-LINE
               UNTIL LINE-AT-END = "Y".
            MOVE REQUISITION-TOTAL TO AMOUNT-FIELD.
            DISPLAY "ESTIMATED TOTAL " AMOUNT-FIELD
               "  ENTERED BY " REQUISITION-ENTERED-BY.
            PERFORM CHECK-REQUISITION-BUDGET.
            IF REQBUD-OVER-BUDGET NOT = REQUISITION-OVER-BUDGET
                MOVE REQBUD-OVER-BUDGET TO REQUISITION-OVER-BUDGET
                PERFORM REWRITE-REQUISITION-RECORD.
            IF REQUISITION-OVER-BUDGET = "Y"
                DISPLAY "*** OVER BUDGET - NEEDS A CONTROL-LEVEL"
                   " APPROVER".

       DISPLAY-ONE-LINE.
            READ REQUISITION-LINE-FILE NEXT RECORD
               AT END MOVE "Y" TO LINE-AT-END.
            IF LINE-AT-END NOT = "Y"
                IF REQ-LINE-REQUISITION NOT = REQUISITION-NUMBER
                    MOVE "Y" TO LINE-AT-END
                ELSE
                    MOVE REQ-LINE-QUANTITY TO QUANTITY-FIELD
                    MOVE REQ-LINE-AMOUNT TO AMOUNT-FIELD
                    DISPLAY " " REQ-LINE-SEQUENCE " "
                       REQ-LINE-DESCRIPTION " " QUANTITY-FIELD " "
                       AMOUNT-FIELD " GL " REQ-LINE-GL-CODE
                       " JOB " REQ-LINE-JOB-NUMBER.

       ASK-APPROVE-CHOICE.
            DISPLAY "A)PPROVE, R)EJECT, S)KIP, OR Q)UIT?".
            ACCEPT APPROVE-CHOICE.
            INSPECT APPROVE-CHOICE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            PERFORM RE-ASK-APPROVE-CHOICE
               UNTIL APPROVE-THIS-REQUISITION OR
                     REJECT-THIS-REQUISITION OR
                     SKIP-THIS-REQUISITION OR
                     QUIT-THE-QUEUE.

       RE-ASK-APPROVE-CHOICE.
            DISPLAY "YOU MUST ENTER A, R, S, OR Q".
            ACCEPT APPROVE-CHOICE.
            INSPECT APPROVE-CHOICE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       APPROVE-THE-REQUISITION.
            IF REQUISITION-ENTERED-BY = OPERATOR-ID
                DISPLAY "YOU ENTERED THIS REQUISITION - A DIFFERENT"
                DISPLAY "OPERATOR MUST APPROVE IT"
            ELSE
            IF REQUISITION-TOTAL > APPROVER-LIMIT
                DISPLAY "REQUISITION EXCEEDS YOUR APPROVAL LIMIT"
            ELSE
            IF REQUISITION-OVER-BUDGET = "Y" AND
                  APPROVER-CONTROL NOT = "Y"
                DISPLAY "OVER BUDGET - ONLY A CONTROL-LEVEL OPERATOR"
                DISPLAY "MAY APPROVE IT"
            ELSE
                MOVE REQUISITION-RECORD TO SYSTEM-AUDIT-SAVED-IMAGE
                MOVE "A" TO REQUISITION-STATUS
                MOVE OPERATOR-ID TO REQUISITION-APPROVED-BY
                ACCEPT REQUISITION-APPROVED-DATE FROM DATE YYYYMMDD
                PERFORM REWRITE-REQUISITION-RECORD
                PERFORM WRITE-APPROVAL-AUDIT-RECORD
                ADD 1 TO APPROVED-COUNT
                DISPLAY "REQUISITION APPROVED".

       REJECT-THE-REQUISITION.
            MOVE REQUISITION-RECORD TO SYSTEM-AUDIT-SAVED-IMAGE.
            PERFORM ACCEPT-REJECT-REASON.
            PERFORM RE-ACCEPT-REJECT-REASON
               UNTIL REQUISITION-REJECT-REASON NOT = SPACES.
            MOVE "R" TO REQUISITION-STATUS.
            MOVE OPERATOR-ID TO REQUISITION-APPROVED-BY.
            ACCEPT REQUISITION-APPROVED-DATE FROM DATE YYYYMMDD.
            PERFORM REWRITE-REQUISITION-RECORD.
            PERFORM WRITE-APPROVAL-AUDIT-RECORD.
            ADD 1 TO REJECTED-COUNT.
            DISPLAY "REQUISITION REJECTED".

       ACCEPT-REJECT-REASON.
            DISPLAY "ENTER THE REASON FOR THE REQUESTER".
            ACCEPT REQUISITION-REJECT-REASON.
            INSPECT REQUISITION-REJECT-REASON
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-REJECT-REASON.
            DISPLAY "A REASON MUST BE ENTERED".
            PERFORM ACCEPT-REJECT-REASON.

      *--------------------------------
      * SYSTEM-WIDE AUDIT TRAIL
      *--------------------------------
       WRITE-APPROVAL-AUDIT-RECORD.
            MOVE "reqapp01" TO SYSTEM-AUDIT-PROGRAM-ID.
            ACCEPT SYSTEM-AUDIT-DATE FROM DATE YYYYMMDD.
            ACCEPT SYSTEM-AUDIT-TIME FROM TIME.
            MOVE REQUISITION-NUMBER TO SYSTEM-AUDIT-RECORD-KEY.
            MOVE OPERATOR-ID TO SYSTEM-AUDIT-OPERATOR-ID.
            MOVE "CHANGE" TO SYSTEM-AUDIT-OPERATION.
            MOVE SYSTEM-AUDIT-SAVED-IMAGE
               TO SYSTEM-AUDIT-BEFORE-IMAGE.
            MOVE REQUISITION-RECORD TO SYSTEM-AUDIT-AFTER-IMAGE.
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

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       REWRITE-REQUISITION-RECORD.
            REWRITE REQUISITION-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING REQUISITION RECORD".

            COPY "plreqbud01.cbl".
            COPY "dtfmt01.cbl".
