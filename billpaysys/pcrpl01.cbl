      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Petty-cash replenishment - gathers a fund's slips waiting to
      * be replenished (fdpcs01.cbl) into the one voucher payable to
      * the fund's custodian (fdpcf01.cbl), with the full multi-line
      * GL distribution (fdvchdst.cbl) summarized by GL code and job
      * from the slips, so the custodian gets one check that puts the
      * box back to its authorized amount and the GL gets what the
      * cash was really spent on. The voucher is written with the
      * pcvch01.cbl conventions - next control-file number, open-AP
      * raised under the lock-retry protocol, journaled, and sent
      * through the approval threshold like any other voucher. The
      * slips are stamped Replenished with the voucher number so they
      * can never be paid twice, and the fund remembers its last
      * replenishment.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pcrpl01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slpcf01.cbl".
            COPY "slpcs01.cbl".
            COPY "slvnd02.cbl".
            COPY "slvouch.cbl".
            COPY "slvchdst.cbl".
            COPY "slcontrol.cbl".
            COPY "sloperator.cbl".
            COPY "sljrnl01.cbl".
            COPY "slfiscal.cbl".
            COPY "slcmpny.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdpcf01.cbl".
            COPY "fdpcs01.cbl".
            COPY "fdvnd04.cbl".
            COPY "fdvouch.cbl".
            COPY "fdvchdst.cbl".
            COPY "fdcontrol.cbl".
            COPY "fdoperator.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdfiscal.cbl".
            COPY "fdcmpny.cbl".

       WORKING-STORAGE SECTION.

            COPY "wsctllck.cbl".

      * Distribution summary by GL code and job - one line per pair,
      * as many as a voucher's two-digit line number allows.
       01   SLIP-GL-TABLE.
            05 SLGL-ENTRY OCCURS 99 TIMES.
               10 SLGL-CODE               PIC X(6).
               10 SLGL-JOB-NUMBER         PIC X(8).
               10 SLGL-AMOUNT             PIC S9(8)V99 VALUE ZERO.
       77   SLGL-ENTRY-COUNT              PIC 99 VALUE ZERO.
       77   GL-INDEX                      PIC 99.
       77   FOUND-INDEX                   PIC 99.
       77   SLGL-TABLE-FULL               PIC X.

       77   SLIP-FILE-AT-END              PIC X.
       77   FUND-RECORD-FOUND             PIC X.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   WANTED-VOUCHER-DATE           PIC 9(8).
       77   RUN-DATE                      PIC 9(8).
       77   SLIP-COUNT                    PIC 9(4) VALUE ZERO.
       77   SLIPS-AFTER-DATE              PIC 9(4) VALUE ZERO.
       77   REPLENISH-TOTAL               PIC S9(8)V99 VALUE ZERO.
       77   REPLENISH-TOTAL-FIELD         PIC ZZZ,ZZ9.99-.
       77   DUE-DATE-INTEGER              PIC 9(7).
       77   ERROR-MESSAGE                 PIC X(79) VALUE SPACE.

            COPY "wssignon01.cbl".
            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsnumval01.cbl".
            COPY "wsjrnl01.cbl".
            COPY "wsfiscal.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "E" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            MOVE OPERATOR-ID TO JOURNAL-BY-OPERATOR.
            PERFORM GET-THE-FUND.
            IF PCFUND-NUMBER NOT = SPACES
                PERFORM ACCEPT-VOUCHER-DATE
                PERFORM SCAN-THE-SLIPS
                IF SLGL-TABLE-FULL = "Y"
                    DISPLAY "TOO MANY GL/JOB LINES FOR ONE VOUCHER -"
                    DISPLAY "REPLENISH WITH AN EARLIER VOUCHER DATE"
                ELSE
                    IF REPLENISH-TOTAL NOT > ZERO
                        DISPLAY "NO SLIPS TO REPLENISH"
                    ELSE
                        PERFORM BUILD-THE-CUSTODIAN-VOUCHER.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN I-O PETTY-CASH-FUND-FILE.
            OPEN I-O PETTY-CASH-SLIP-FILE.
            OPEN INPUT VENDOR-FILE.
            OPEN I-O VOUCHER-FILE.
            OPEN I-O DISTRIBUTION-FILE.
            OPEN I-O CONTROL-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            OPEN INPUT FISCAL-CALENDAR-FILE.
            OPEN EXTEND JOURNAL-FILE.
            MOVE "PCRPL01" TO JOURNAL-PROGRAM-NAME.

       CLOSING-PROCEDURE.
            CLOSE PETTY-CASH-FUND-FILE.
            CLOSE PETTY-CASH-SLIP-FILE.
            CLOSE VENDOR-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE DISTRIBUTION-FILE.
            CLOSE CONTROL-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
            CLOSE JOURNAL-FILE.
            CLOSE FISCAL-CALENDAR-FILE.

      *--------------------------------
      * OPERATOR SIGN-ON
      *--------------------------------
            COPY "plsignon01.cbl".

      *--------------------------------
      * THE FUND AND ITS CUSTODIAN
      *--------------------------------
       GET-THE-FUND.
            PERFORM ACCEPT-THE-FUND.
            PERFORM RE-ACCEPT-THE-FUND
               UNTIL FUND-RECORD-FOUND = "Y"
                  OR PCFUND-NUMBER = SPACES.

       ACCEPT-THE-FUND.
            DISPLAY "ENTER PETTY-CASH FUND TO REPLENISH".
            DISPLAY "(ENTER BLANK TO EXIT)".
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

      * The custodian is paid as a vendor, so the custodian vendor
      * must still be on file and active in the fund's company.
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
                PERFORM CHECK-THE-CUSTODIAN.

       CHECK-THE-CUSTODIAN.
            MOVE PCFUND-CUSTODIAN-VENDOR TO VENDOR-NUMBER.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.
            IF VENDOR-RECORD-FOUND = "N"
                MOVE "CUSTODIAN VENDOR NOT ON FILE - FIX IN PCFMNT01"
                   TO ERROR-MESSAGE
                MOVE "N" TO FUND-RECORD-FOUND
            ELSE
            IF VENDOR-COMPANY NOT = CURRENT-COMPANY
                MOVE "CUSTODIAN VENDOR BELONGS TO ANOTHER COMPANY"
                   TO ERROR-MESSAGE
                MOVE "N" TO FUND-RECORD-FOUND
            ELSE
            IF NOT VENDOR-STATUS-ACTIVE
                MOVE "CUSTODIAN VENDOR IS NOT ACTIVE"
                   TO ERROR-MESSAGE
                MOVE "N" TO FUND-RECORD-FOUND
            ELSE
                DISPLAY PCFUND-SITE
                DISPLAY "CUSTODIAN: " PCFUND-CUSTODIAN
                   " - PAY TO " VENDOR-NAME.

      * The voucher posts on the voucher date, so it must land in an
      * open period on the fiscal calendar (plfiscal.cbl). Slips
      * dated after it wait for the next replenishment.
       ACCEPT-VOUCHER-DATE.
            MOVE "N" TO ZERO-DATE-IS-OK.
            MOVE "ENTER REPLENISHMENT VOUCHER DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "A VOUCHER DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO WANTED-VOUCHER-DATE.
            PERFORM CHECK-VOUCHER-DATE-PERIOD.
            PERFORM RE-ACCEPT-VOUCHER-DATE
               UNTIL POSTING-PERIOD-OPEN = "Y".

       CHECK-VOUCHER-DATE-PERIOD.
            MOVE WANTED-VOUCHER-DATE TO POSTING-DATE-TO-CHECK.
            PERFORM CHECK-POSTING-PERIOD.
            IF POSTING-PERIOD-OPEN NOT = "Y"
                DISPLAY "THAT DATE DOES NOT FALL IN AN OPEN"
                DISPLAY "FISCAL PERIOD (FISMNT01)".

       RE-ACCEPT-VOUCHER-DATE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO WANTED-VOUCHER-DATE.
            PERFORM CHECK-VOUCHER-DATE-PERIOD.

      *--------------------------------
      * SCAN AND SUMMARIZE
      *--------------------------------
       SCAN-THE-SLIPS.
            MOVE "N" TO SLGL-TABLE-FULL.
            PERFORM START-THE-FUND-SLIPS.
            PERFORM SCAN-ONE-SLIP
               UNTIL SLIP-FILE-AT-END = "Y".
            IF SLIPS-AFTER-DATE NOT = ZERO
                DISPLAY SLIPS-AFTER-DATE
                   " SLIP(S) DATED AFTER THE VOUCHER DATE WILL WAIT".

       START-THE-FUND-SLIPS.
            MOVE "N" TO SLIP-FILE-AT-END.
            MOVE PCFUND-NUMBER TO PCSLIP-FUND.
            MOVE ZEROES TO PCSLIP-SEQUENCE.
            START PETTY-CASH-SLIP-FILE
               KEY IS NOT LESS THAN PCSLIP-KEY
               INVALID KEY
               MOVE "Y" TO SLIP-FILE-AT-END.

       READ-NEXT-FUND-SLIP.
            READ PETTY-CASH-SLIP-FILE NEXT RECORD
               AT END MOVE "Y" TO SLIP-FILE-AT-END.
            IF SLIP-FILE-AT-END NOT = "Y"
                IF PCSLIP-FUND NOT = PCFUND-NUMBER
                    MOVE "Y" TO SLIP-FILE-AT-END.

       SCAN-ONE-SLIP.
            PERFORM READ-NEXT-FUND-SLIP.
            IF SLIP-FILE-AT-END NOT = "Y"
                IF PCSLIP-UNREPLENISHED
                    IF PCSLIP-DATE > WANTED-VOUCHER-DATE
                        ADD 1 TO SLIPS-AFTER-DATE
                    ELSE
                        PERFORM ADD-TO-GL-TABLE
                        ADD 1 TO SLIP-COUNT
                        ADD PCSLIP-AMOUNT TO REPLENISH-TOTAL.

       ADD-TO-GL-TABLE.
            PERFORM FIND-SLGL-ENTRY.
            IF FOUND-INDEX = ZERO
                IF SLGL-ENTRY-COUNT = 99
                    MOVE "Y" TO SLGL-TABLE-FULL
                ELSE
                    ADD 1 TO SLGL-ENTRY-COUNT
                    MOVE SLGL-ENTRY-COUNT TO FOUND-INDEX
                    MOVE PCSLIP-GL-CODE TO SLGL-CODE (FOUND-INDEX)
                    MOVE PCSLIP-JOB-NUMBER
                       TO SLGL-JOB-NUMBER (FOUND-INDEX).
            IF FOUND-INDEX NOT = ZERO
                ADD PCSLIP-AMOUNT TO SLGL-AMOUNT (FOUND-INDEX).

       FIND-SLGL-ENTRY.
            MOVE ZERO TO FOUND-INDEX.
            PERFORM MATCH-ONE-SLGL-ENTRY
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > SLGL-ENTRY-COUNT
                  OR FOUND-INDEX NOT = ZERO.

       MATCH-ONE-SLGL-ENTRY.
            IF SLGL-CODE (GL-INDEX) = PCSLIP-GL-CODE AND
                  SLGL-JOB-NUMBER (GL-INDEX) = PCSLIP-JOB-NUMBER
                MOVE GL-INDEX TO FOUND-INDEX.

      *--------------------------------
      * BUILD THE VOUCHER
      *--------------------------------
       BUILD-THE-CUSTODIAN-VOUCHER.
            PERFORM INIT-VOUCHER-RECORD.
            PERFORM RETRIEVE-NEXT-VOUCHER-NUMBER.
            PERFORM FILL-VOUCHER-FIELDS.
            PERFORM SET-VOUCHER-APPROVAL-STATUS.
            PERFORM WRITE-VOUCHER-RECORD.
            PERFORM WRITE-DISTRIBUTION-LINES.
            PERFORM RAISE-OPEN-AP-TOTAL.
            PERFORM STAMP-THE-SLIPS.
            PERFORM UPDATE-THE-FUND.
            MOVE REPLENISH-TOTAL TO REPLENISH-TOTAL-FIELD.
            DISPLAY "VOUCHER " VOUCHER-NUMBER " BUILT FOR "
               REPLENISH-TOTAL-FIELD " PAYABLE TO " VENDOR-NAME.
            DISPLAY SLIP-COUNT " SLIP(S) ON " SLGL-ENTRY-COUNT
               " DISTRIBUTION LINE(S)".

       INIT-VOUCHER-RECORD.
            INITIALIZE VOUCHER-RECORD.
            MOVE "I" TO VOUCHER-TYPE.
            MOVE "N" TO VOUCHER-SELECTED.
            MOVE "N" TO VOUCHER-DEDUCTIBLE.
            MOVE "N" TO VOUCHER-TAXABLE.
            MOVE CURRENT-COMPANY TO VOUCHER-COMPANY.
            MOVE OPERATOR-ID TO VOUCHER-ENTERED-BY.

       FILL-VOUCHER-FIELDS.
            MOVE PCFUND-CUSTODIAN-VENDOR TO VOUCHER-VENDOR.
            MOVE SPACES TO VOUCHER-INVOICE.
            STRING "PC" PCFUND-NUMBER DELIMITED BY SPACE
               "-" WANTED-VOUCHER-DATE (3:6) DELIMITED BY SIZE
               INTO VOUCHER-INVOICE.
            MOVE "PETTY CASH REPLENISHMENT" TO VOUCHER-FOR.
            MOVE REPLENISH-TOTAL TO VOUCHER-AMOUNT.
            MOVE WANTED-VOUCHER-DATE TO VOUCHER-DATE.
            MOVE WANTED-VOUCHER-DATE TO VOUCHER-INVOICE-DATE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO VOUCHER-ENTERED-DATE.
            MOVE RUN-DATE TO VOUCHER-RECEIVED-DATE.
            IF VENDOR-PAYMENT-TERMS NOT = ZERO
                COMPUTE DUE-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (VOUCHER-DATE)
                      + VENDOR-PAYMENT-TERMS
                COMPUTE VOUCHER-DUE =
                   FUNCTION DATE-OF-INTEGER (DUE-DATE-INTEGER)
            ELSE
                MOVE WANTED-VOUCHER-DATE TO VOUCHER-DUE.
            MOVE SLGL-CODE (1) TO VOUCHER-GL-CODE.
      * Reimbursing our own custodian for cash already paid out is
      * never 1099 reportable, whatever the GL accounts say.
            MOVE "X" TO VOUCHER-1099-BOX.

       SET-VOUCHER-APPROVAL-STATUS.
            MOVE CURRENT-COMPANY TO CONTROL-KEY.
            PERFORM READ-CONTROL-WITH-RETRY.
            IF CONTROL-APPROVAL-THRESHOLD NOT = ZERO AND
                  VOUCHER-AMOUNT > CONTROL-APPROVAL-THRESHOLD
                MOVE "U" TO VOUCHER-APPROVAL-STATUS
                DISPLAY "VOUCHER EXCEEDS THE APPROVAL THRESHOLD -"
                DISPLAY "IT WILL WAIT IN THE APPROVAL QUEUE"
            ELSE
                MOVE SPACE TO VOUCHER-APPROVAL-STATUS.

       WRITE-DISTRIBUTION-LINES.
            PERFORM WRITE-ONE-DISTRIBUTION-LINE
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > SLGL-ENTRY-COUNT.

       WRITE-ONE-DISTRIBUTION-LINE.
            MOVE VOUCHER-NUMBER TO DIST-VOUCHER-NUMBER.
            MOVE GL-INDEX TO DIST-LINE-NUMBER.
            MOVE SLGL-CODE (GL-INDEX) TO DIST-GL-CODE.
            MOVE SLGL-AMOUNT (GL-INDEX) TO DIST-AMOUNT.
            MOVE ZERO TO DIST-COMPANY.
            MOVE SLGL-JOB-NUMBER (GL-INDEX) TO DIST-JOB-NUMBER.
            MOVE "X" TO DIST-1099-BOX.
            WRITE DISTRIBUTION-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING DISTRIBUTION LINE".

       STAMP-THE-SLIPS.
            PERFORM START-THE-FUND-SLIPS.
            PERFORM STAMP-ONE-SLIP
               UNTIL SLIP-FILE-AT-END = "Y".

       STAMP-ONE-SLIP.
            PERFORM READ-NEXT-FUND-SLIP.
            IF SLIP-FILE-AT-END NOT = "Y"
                IF PCSLIP-UNREPLENISHED AND
                      PCSLIP-DATE NOT > WANTED-VOUCHER-DATE
                    MOVE "R" TO PCSLIP-STATUS
                    MOVE VOUCHER-NUMBER TO PCSLIP-VOUCHER-NUMBER
                    REWRITE PETTY-CASH-SLIP-RECORD
                       INVALID KEY
                       DISPLAY "ERROR REWRITING SLIP RECORD".

       UPDATE-THE-FUND.
            MOVE WANTED-VOUCHER-DATE TO PCFUND-LAST-REPLENISHED.
            MOVE VOUCHER-NUMBER TO PCFUND-LAST-VOUCHER.
            REWRITE PETTY-CASH-FUND-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING FUND RECORD".

      * Number draw, open-AP raise, and the voucher write follow
      * the vchbch01.cbl conventions under the shared lock-retry
      * protocol.
       RETRIEVE-NEXT-VOUCHER-NUMBER.
            MOVE 1 TO CONTROL-KEY.
            PERFORM READ-CONTROL-WITH-RETRY.
            ADD 1 TO CONTROL-LAST-VOUCHER.
            MOVE CONTROL-LAST-VOUCHER TO VOUCHER-NUMBER.
            PERFORM REWRITE-CONTROL-WITH-RETRY.

       RAISE-OPEN-AP-TOTAL.
            MOVE CURRENT-COMPANY TO CONTROL-KEY.
            PERFORM READ-CONTROL-WITH-RETRY.
            ADD VOUCHER-AMOUNT TO CONTROL-OPEN-AP-TOTAL.
            PERFORM REWRITE-CONTROL-WITH-RETRY.

       WRITE-VOUCHER-RECORD.
            WRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY EXISTS".
            MOVE "VC" TO JOURNAL-FILE-ID.
            MOVE "WR" TO JOURNAL-ACTION.
            MOVE VOUCHER-NUMBER TO JOURNAL-RECORD-KEY.
            MOVE VOUCHER-RECORD TO JOURNAL-AFTER-IMAGE.
            PERFORM WRITE-THE-JOURNAL.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plnumval01.cbl".
            COPY "plctllck.cbl".
            COPY "pljrnl01.cbl".
            COPY "plfiscal.cbl".
