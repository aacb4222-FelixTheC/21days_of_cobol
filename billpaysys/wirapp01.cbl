      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Outbound wire approval - the second pair of eyes on every
      * wire AP keys in wirreq01. Walks the PENDING wire requests
      * (fdwire01.cbl) under the OPERATOR-AUTH-RELEASE sign-on
      * ("T"), the same treasury gate runrel01 applies to payment
      * runs, and lets the approver approve or reject each one with
      * the decision and decider stamped. An operator may not
      * approve a request they keyed themselves. The beneficiary is
      * shown against the vendor master so an account that differs
      * from the one on file stands out before the money moves.
      *
      * An approved request is sent by wirsnd01. A rejected one
      * stays on file as the record of the decision and its
      * vouchers are released from the wire hold back to the
      * ordinary selection.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. wirapp01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slwire01.cbl".
            COPY "slvnd02.cbl".
            COPY "slvouch.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".
            COPY "sljrnl01.cbl".
            COPY "slaudit01.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdwire01.cbl".
            COPY "fdvnd04.cbl".
            COPY "fdvouch.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdaudit01.cbl".

       WORKING-STORAGE SECTION.

       77   WIRE-AT-END                   PIC X.
       77   VOUCHER-RECORD-FOUND          PIC X.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   REVIEWED-COUNT                PIC 9(4) VALUE ZERO.
       77   APPROVED-COUNT                PIC 9(4) VALUE ZERO.
       77   TODAY-DATE                    PIC 9(8).
       77   AMOUNT-FIELD                  PIC ZZZ,ZZZ,ZZ9.99-.
       77   REJECT-REASON                 PIC X(30).
       77   VOUCHER-INDEX                 PIC 99 COMP.

       77   APPROVAL-CHOICE               PIC X VALUE SPACE.
            88 APPROVE-THIS-WIRE          VALUE "A".
            88 REJECT-THIS-WIRE           VALUE "R".
            88 SKIP-THIS-WIRE             VALUE "S".
            88 QUIT-THE-QUEUE             VALUE "Q".

            COPY "wssignon01.cbl".
            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsjrnl01.cbl".
            COPY "wsmask01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "T" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            MOVE OPERATOR-ID TO JOURNAL-BY-OPERATOR.
            MOVE "wirapp01" TO SENSITIVE-PROGRAM-ID.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM WORK-THE-QUEUE.
            DISPLAY "WIRES REVIEWED: " REVIEWED-COUNT.
            DISPLAY "WIRES APPROVED: " APPROVED-COUNT.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN I-O WIRE-REQUEST-FILE.
            OPEN INPUT VENDOR-FILE.
            OPEN I-O VOUCHER-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            OPEN EXTEND JOURNAL-FILE.
            OPEN I-O SYSTEM-AUDIT-FILE.
            MOVE "WIRAPP01" TO JOURNAL-PROGRAM-NAME.

       CLOSING-PROCEDURE.
            CLOSE WIRE-REQUEST-FILE.
            CLOSE VENDOR-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
            CLOSE JOURNAL-FILE.
            CLOSE SYSTEM-AUDIT-FILE.

      *--------------------------------
      * OPERATOR SIGN-ON
      *--------------------------------
            COPY "plsignon01.cbl".

       WORK-THE-QUEUE.
            MOVE "N" TO WIRE-AT-END.
            MOVE ZEROES TO WIRE-NUMBER.
            START WIRE-REQUEST-FILE
               KEY IS NOT LESS THAN WIRE-NUMBER
               INVALID KEY
               MOVE "Y" TO WIRE-AT-END.
            PERFORM REVIEW-ONE-WIRE
               UNTIL WIRE-AT-END = "Y"
                  OR QUIT-THE-QUEUE.
            IF REVIEWED-COUNT = ZERO
                DISPLAY "NO WIRE REQUESTS ARE WAITING".

       REVIEW-ONE-WIRE.
            READ WIRE-REQUEST-FILE NEXT RECORD
               AT END MOVE "Y" TO WIRE-AT-END.
            IF WIRE-AT-END NOT = "Y"
                IF WIRE-PENDING AND
                      WIRE-COMPANY = CURRENT-COMPANY
                    PERFORM DECIDE-ONE-WIRE.

      * Dual control: the operator who keyed the wire can see it
      * but not decide it.
       DECIDE-ONE-WIRE.
            ADD 1 TO REVIEWED-COUNT.
            PERFORM DISPLAY-THE-WIRE.
            IF WIRE-REQUESTED-BY = OPERATOR-ID
                DISPLAY "YOU KEYED THIS WIRE - ANOTHER OPERATOR"
                DISPLAY "MUST APPROVE IT"
            ELSE
                PERFORM ASK-APPROVAL-CHOICE
                IF APPROVE-THIS-WIRE
                    PERFORM APPROVE-THE-WIRE
                ELSE
                    IF REJECT-THIS-WIRE
                        PERFORM REJECT-THE-WIRE.

       DISPLAY-THE-WIRE.
            DISPLAY " ".
            MOVE WIRE-VALUE-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            DISPLAY "WIRE " WIRE-NUMBER
               " ACCOUNT " WIRE-BANK-ACCOUNT
               " VALUE DATE " FORMATTED-DATE.
            MOVE WIRE-AMOUNT TO AMOUNT-FIELD.
            DISPLAY "AMOUNT " AMOUNT-FIELD
               "  VOUCHERS " WIRE-VOUCHER-COUNT.
            MOVE WIRE-VENDOR TO VENDOR-NUMBER.
            PERFORM READ-VENDOR-RECORD.
            IF VENDOR-RECORD-FOUND = "N"
                DISPLAY "VENDOR " WIRE-VENDOR " IS NOT ON FILE"
            ELSE
                DISPLAY "VENDOR " WIRE-VENDOR " " VENDOR-NAME.
            IF WIRE-IS-FEDWIRE
                DISPLAY "FEDWIRE TO ABA " WIRE-BENE-BANK-ID
            ELSE
                DISPLAY "SWIFT TO BIC " WIRE-BENE-BANK-ID.
            MOVE WIRE-BENE-ACCOUNT TO SENSITIVE-VALUE.
            MOVE "WIRE-BENE-ACCOUNT" TO SENSITIVE-FIELD-NAME.
            MOVE WIRE-NUMBER TO SENSITIVE-RECORD-KEY.
            PERFORM SHOW-SENSITIVE-VALUE.
            DISPLAY "ACCOUNT " SENSITIVE-SHOWN.
            DISPLAY WIRE-BENE-NAME.
            DISPLAY WIRE-BENE-CITY " " WIRE-BENE-STATE " "
               WIRE-BENE-COUNTRY-CODE.
            DISPLAY "DETAILS: " WIRE-PURPOSE.
            DISPLAY "REQUESTED BY " WIRE-REQUESTED-BY.
            PERFORM CHECK-AGAINST-VENDOR-MASTER.

      * The routing number and account are the two fields a
      * redirect fraud changes - flag either one that no longer
      * matches the vendor master.
       CHECK-AGAINST-VENDOR-MASTER.
            IF VENDOR-RECORD-FOUND = "Y"
                IF WIRE-BENE-ACCOUNT NOT = VENDOR-BANK-ACCOUNT-NUMBER
                    DISPLAY "*** ACCOUNT DIFFERS FROM THE VENDOR"
                    PERFORM SHOW-MASTER-BANK-ACCOUNT
                    DISPLAY "*** MASTER: " SENSITIVE-SHOWN (1 : 17)
                END-IF
                IF WIRE-IS-FEDWIRE AND
                      WIRE-BENE-BANK-ID NOT = VENDOR-ABA-ROUTING-NUMBER
                    DISPLAY "*** ROUTING NUMBER DIFFERS FROM THE"
                    DISPLAY "*** VENDOR MASTER: "
                       VENDOR-ABA-ROUTING-NUMBER.

       SHOW-MASTER-BANK-ACCOUNT.
            MOVE VENDOR-BANK-ACCOUNT-NUMBER TO SENSITIVE-VALUE.
            MOVE "VENDOR-BANK-ACCOUNT-NUMBER" TO SENSITIVE-FIELD-NAME.
            MOVE VENDOR-NUMBER TO SENSITIVE-RECORD-KEY.
            PERFORM SHOW-SENSITIVE-VALUE.

       ASK-APPROVAL-CHOICE.
            DISPLAY "A)PPROVE, R)EJECT, S)KIP, OR Q)UIT?".
            ACCEPT APPROVAL-CHOICE.
            INSPECT APPROVAL-CHOICE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            PERFORM RE-ASK-APPROVAL-CHOICE
               UNTIL APPROVE-THIS-WIRE OR REJECT-THIS-WIRE OR
                     SKIP-THIS-WIRE OR QUIT-THE-QUEUE.

       RE-ASK-APPROVAL-CHOICE.
            DISPLAY "YOU MUST ENTER A, R, S, OR Q".
            ACCEPT APPROVAL-CHOICE.
            INSPECT APPROVAL-CHOICE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       APPROVE-THE-WIRE.
            MOVE "A" TO WIRE-STATUS.
            MOVE OPERATOR-ID TO WIRE-DECIDED-BY.
            MOVE TODAY-DATE TO WIRE-DECIDED-DATE.
            MOVE SPACES TO WIRE-DECISION-NOTE.
            PERFORM REWRITE-WIRE-REQUEST.
            ADD 1 TO APPROVED-COUNT.
            DISPLAY "WIRE APPROVED - WIRSND01 MAY SEND IT".

      * The rejected request is the evidence: who stopped it, when,
      * and why. Its vouchers go back to the ordinary selection.
       REJECT-THE-WIRE.
            PERFORM ENTER-REJECT-REASON.
            MOVE "R" TO WIRE-STATUS.
            MOVE OPERATOR-ID TO WIRE-DECIDED-BY.
            MOVE TODAY-DATE TO WIRE-DECIDED-DATE.
            MOVE REJECT-REASON TO WIRE-DECISION-NOTE.
            PERFORM REWRITE-WIRE-REQUEST.
            PERFORM RELEASE-ONE-VOUCHER
               VARYING VOUCHER-INDEX FROM 1 BY 1
               UNTIL VOUCHER-INDEX > WIRE-VOUCHER-COUNT.
            DISPLAY "WIRE REJECTED - IT STAYS ON FILE AS THE".
            DISPLAY "RECORD OF THE DECISION".

       ENTER-REJECT-REASON.
            DISPLAY "ENTER THE REASON FOR REJECTING".
            MOVE SPACES TO REJECT-REASON.
            ACCEPT REJECT-REASON.
            INSPECT REJECT-REASON
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF REJECT-REASON = SPACES
                DISPLAY "A REASON IS REQUIRED"
                PERFORM ENTER-REJECT-REASON.

       RELEASE-ONE-VOUCHER.
            MOVE WIRE-VOUCHER-NUMBER (VOUCHER-INDEX)
               TO VOUCHER-NUMBER.
            PERFORM READ-VOUCHER-RECORD.
            IF VOUCHER-RECORD-FOUND = "Y" AND
                  VOUCHER-HELD-FOR-WIRE
                MOVE "N" TO VOUCHER-SELECTED
                PERFORM REWRITE-VOUCHER-RECORD.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       REWRITE-WIRE-REQUEST.
            REWRITE WIRE-REQUEST-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING WIRE REQUEST".

       READ-VENDOR-RECORD.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-VOUCHER-RECORD.
            MOVE "Y" TO VOUCHER-RECORD-FOUND.
            READ VOUCHER-FILE RECORD
               INVALID KEY
               MOVE "N" TO VOUCHER-RECORD-FOUND.
            IF VOUCHER-RECORD-FOUND = "Y"
                MOVE VOUCHER-RECORD TO JOURNAL-SAVED-VOUCHER.

       REWRITE-VOUCHER-RECORD.
            REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".
            MOVE "VC" TO JOURNAL-FILE-ID.
            MOVE "RW" TO JOURNAL-ACTION.
            MOVE VOUCHER-NUMBER TO JOURNAL-RECORD-KEY.
            MOVE JOURNAL-SAVED-VOUCHER TO JOURNAL-BEFORE-IMAGE.
            MOVE VOUCHER-RECORD TO JOURNAL-AFTER-IMAGE.
            PERFORM WRITE-THE-JOURNAL.

            COPY "dtfmt01.cbl".
            COPY "pljrnl01.cbl".
            COPY "plmask01.cbl".
            COPY "plmask02.cbl".
