      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Returned mail - checks the post office sends back as
      * undeliverable no longer sit in a drawer while the next run
      * mails another check to the same bad address:
      *   1. ENTER A RETURNED CHECK - keyed by the register's bank
      *      account and check number (fdchkreg.cbl). The check must
      *      be an outstanding vendor check. A tracking record goes
      *      on fdrtnml01.cbl and the address the check was mailed to
      *      - the remit-to block when the vendor uses one, else the
      *      vendor address - is flagged bad on the vendor master
      *      (VENDOR-BAD-ADDRESS), which holds the vendor's checks in
      *      chkrun01.cbl until the address is corrected in vndmnt04.
      *   2. RETURNED-MAIL REPORT - every returned check not yet
      *      reissued, the ones still waiting for an address fix
      *      first, then the ones whose address has been corrected
      *      and are ready to reissue.
      *   3. REISSUE A RETURNED CHECK - once the address is fixed,
      *      the old check is voided and its vouchers re-pointed at
      *      the next number on the same account, the way
      *      chkvoid01.cbl's reissue does it (payment history
      *      reversal and re-payment included). The replacement
      *      prints from chkprt01 on the reissue date. A returned
      *      check is kept out of stlchk01's escheat sweep until it
      *      has been reissued - the money was never undeliverable
      *      for want of an owner, only of an address.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rtnmail01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvnd02.cbl".
            COPY "slvouch.cbl".
            COPY "slbank01.cbl".
            COPY "slchkreg.cbl".
            COPY "slpayhst.cbl".
            COPY "slrtnml01.cbl".
            COPY "sloperator.cbl".
            COPY "sljrnl01.cbl".
            COPY "slcmpny.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdvouch.cbl".
            COPY "fdbank01.cbl".
            COPY "fdchkreg.cbl".
            COPY "fdpayhst.cbl".
            COPY "fdrtnml01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdcmpny.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

       77   MENU-PICK                     PIC 9.
            88 MENU-PICK-IS-VALID         VALUES 0 THRU 3.

       77   VOUCHER-FILE-AT-END           PIC X.
       77   RETURNED-FILE-AT-END          PIC X.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   REGISTER-RECORD-FOUND         PIC X.
       77   RETURNED-RECORD-FOUND         PIC X.
       77   BANK-ACCOUNT-RECORD-FOUND     PIC X.
       77   CHECK-IS-ACCEPTABLE           PIC X.
       77   CONFIRM-ANSWER                PIC X.

       77   RETURN-CHECK-NO               PIC 9(6).
       77   RETURN-BANK-ACCOUNT           PIC X(4).
       77   RETURN-ADDRESS-USED           PIC X.
       77   TODAY-DATE                    PIC 9(8).
       77   NEW-CHECK-NUMBER              PIC 9(6).

      * The old check's register record, kept while the vouchers
      * are rescanned so the replacement carries the same payee,
      * amount and currency.
       77   SAVED-REGISTER-RECORD         PIC X(100).

      * Payment-history handling - see chkvoid01.cbl.
       77   VOUCHER-PAYS-THIS-CHECK       PIC X.
       77   VOUCHER-HEADER-MATCHES        PIC X.
       77   CHECK-PAYMENT-AMOUNT          PIC S9(8)V99 VALUE ZERO.
       77   PAYMENT-HISTORY-AT-END        PIC X.
       77   PAYMENT-HISTORY-WRITTEN       PIC X.
       77   REVERSAL-AMOUNT               PIC S9(8)V99 VALUE ZERO.
       77   REVERSAL-CHECK-NO             PIC 9(6) VALUE ZERO.
       77   VOUCHERS-REISSUED             PIC 9(3) VALUE ZERO.

      * Report pass - which half of the report is printing, and its
      * running figures.
       77   REPORT-PASS                   PIC X.
            88 REPORT-AWAITING-FIX        VALUE "W".
            88 REPORT-READY-TO-REISSUE    VALUE "R".
       77   AWAITING-COUNT                PIC 9(5) VALUE ZERO.
       77   AWAITING-TOTAL                PIC S9(9)V99 VALUE ZERO.
       77   READY-COUNT                   PIC 9(5) VALUE ZERO.
       77   READY-TOTAL                   PIC S9(9)V99 VALUE ZERO.
       77   AMOUNT-FIELD                  PIC ZZZ,ZZ9.99-.
       77   RETURNED-DATE-FIELD           PIC X(10).

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsnumval01.cbl".
            COPY "wsjrnl01.cbl".
            COPY "wssignon01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "K" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            MOVE OPERATOR-ID TO JOURNAL-BY-OPERATOR.
            MOVE OPERATOR-ID TO SPOOL-BY-OPERATOR.
            MOVE "RTNMAIL1" TO SPOOL-NAME-REPORT-ID.
            MOVE "RETURNED MAIL REPORT" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.
            PERFORM GET-MENU-PICK.
            PERFORM DO-THE-PICK
               UNTIL MENU-PICK = 0.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN I-O VOUCHER-FILE.
            OPEN I-O VENDOR-FILE.
            OPEN I-O BANK-ACCOUNT-FILE.
            OPEN I-O CHECK-REGISTER-FILE.
            OPEN I-O PAYMENT-HISTORY-FILE.
            OPEN I-O RETURNED-MAIL-FILE.
            OPEN EXTEND JOURNAL-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            MOVE "RTNMAIL1" TO JOURNAL-PROGRAM-NAME.

       CLOSING-PROCEDURE.
            CLOSE VOUCHER-FILE.
            CLOSE VENDOR-FILE.
            CLOSE BANK-ACCOUNT-FILE.
            CLOSE CHECK-REGISTER-FILE.
            CLOSE PAYMENT-HISTORY-FILE.
            CLOSE RETURNED-MAIL-FILE.
            CLOSE PRINTER-FILE.
            CLOSE JOURNAL-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.

       GET-MENU-PICK.
            DISPLAY " ".
            DISPLAY "RETURNED MAIL - PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. ENTER A RETURNED CHECK".
            DISPLAY "2. PRINT RETURNED-MAIL REPORT".
            DISPLAY "3. REISSUE A RETURNED CHECK".
            DISPLAY " ".
            DISPLAY "0. EXIT".
            PERFORM ACCEPT-MENU-PICK.
            PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       ACCEPT-MENU-PICK.
            DISPLAY "YOUR CHOICE (0-3)?".
            ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
            DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
            PERFORM ACCEPT-MENU-PICK.

       DO-THE-PICK.
            IF MENU-PICK = 1
                PERFORM ENTER-RETURNED-CHECK.
            IF MENU-PICK = 2
                PERFORM PRINT-RETURNED-REPORT.
            IF MENU-PICK = 3
                PERFORM REISSUE-RETURNED-CHECK.
            PERFORM GET-MENU-PICK.

      *--------------------------------
      * ENTER A RETURNED CHECK
      *--------------------------------
       ENTER-RETURNED-CHECK.
            PERFORM ACCEPT-CHECK-KEY.
            PERFORM JUDGE-CHECK-FOR-RETURN.
            IF CHECK-IS-ACCEPTABLE = "Y"
                PERFORM SHOW-WHERE-IT-WENT
                PERFORM ASK-CONFIRM
                IF CONFIRM-ANSWER = "Y"
                    PERFORM RECORD-THE-RETURN
                ELSE
                    DISPLAY "NOTHING RECORDED".

       ACCEPT-CHECK-KEY.
            DISPLAY "ENTER BANK ACCOUNT CODE THE CHECK WAS DRAWN ON".
            ACCEPT RETURN-BANK-ACCOUNT.
            INSPECT RETURN-BANK-ACCOUNT
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            MOVE "ENTER CHECK NUMBER" TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO RETURN-CHECK-NO.

      * Only an outstanding paper check to a vendor can come back
      * in the mail, and only once.
       JUDGE-CHECK-FOR-RETURN.
            MOVE "N" TO CHECK-IS-ACCEPTABLE.
            MOVE RETURN-BANK-ACCOUNT TO BANK-ACCOUNT-CODE.
            PERFORM READ-BANK-ACCOUNT-RECORD.
            MOVE RETURN-BANK-ACCOUNT TO REGISTER-BANK-ACCOUNT.
            MOVE RETURN-CHECK-NO TO REGISTER-CHECK-NO.
            PERFORM READ-REGISTER-RECORD.
            MOVE RETURN-BANK-ACCOUNT TO RETURNED-BANK-ACCOUNT.
            MOVE RETURN-CHECK-NO TO RETURNED-CHECK-NO.
            PERFORM READ-RETURNED-RECORD.
            IF BANK-ACCOUNT-RECORD-FOUND = "N"
                DISPLAY "NO SUCH BANK ACCOUNT FOR THIS COMPANY"
            ELSE
            IF REGISTER-RECORD-FOUND = "N"
                DISPLAY "CHECK NOT ON THE REGISTER FILE"
            ELSE
            IF RETURNED-RECORD-FOUND = "Y"
                DISPLAY "CHECK IS ALREADY RECORDED AS RETURNED"
            ELSE
            IF NOT REGISTER-TYPE-CHECK
                DISPLAY "NOT A PAPER CHECK - NOTHING WAS MAILED"
            ELSE
            IF NOT REGISTER-PAYEE-VENDOR
                DISPLAY "ONLY A VENDOR CHECK CAN BE RECORDED HERE"
            ELSE
            IF NOT REGISTER-STATUS-OPEN
                DISPLAY "ONLY AN OUTSTANDING CHECK CAN BE RETURNED"
            ELSE
                MOVE REGISTER-VENDOR TO VENDOR-NUMBER
                PERFORM READ-VENDOR-RECORD
                IF VENDOR-RECORD-FOUND = "N"
                    DISPLAY "VENDOR " REGISTER-VENDOR " NOT ON FILE"
                ELSE
                    MOVE "Y" TO CHECK-IS-ACCEPTABLE.

      * The check went to the remit-to block when the vendor has
      * one (same rule as the check face), else to the vendor
      * address - that is the address flagged bad.
       SHOW-WHERE-IT-WENT.
            DISPLAY "CHECK " REGISTER-CHECK-NO
               " PAYEE " REGISTER-PAYEE-NAME.
            MOVE REGISTER-CHECK-AMOUNT TO AMOUNT-FIELD.
            DISPLAY "AMOUNT " AMOUNT-FIELD.
            IF VENDOR-REMIT-NAME NOT = SPACES
                MOVE "R" TO RETURN-ADDRESS-USED
                DISPLAY "MAILED TO THE REMIT-TO ADDRESS:"
                DISPLAY "  " VENDOR-REMIT-ADDRESS-1
                IF VENDOR-REMIT-ADDRESS-2 NOT = SPACES
                    DISPLAY "  " VENDOR-REMIT-ADDRESS-2
                END-IF
                DISPLAY "  " VENDOR-REMIT-CITY " "
                   VENDOR-REMIT-STATE " " VENDOR-REMIT-ZIP
            ELSE
                MOVE "A" TO RETURN-ADDRESS-USED
                DISPLAY "MAILED TO THE VENDOR ADDRESS:"
                DISPLAY "  " VENDOR-ADDRESS-1
                IF VENDOR-ADDRESS-2 NOT = SPACES
                    DISPLAY "  " VENDOR-ADDRESS-2
                END-IF
                DISPLAY "  " VENDOR-CITY " "
                   VENDOR-STATE " " VENDOR-ZIP.

       ASK-CONFIRM.
            DISPLAY "RECORD THIS CHECK AS RETURNED MAIL (Y/N)?".
            ACCEPT CONFIRM-ANSWER.
            INSPECT CONFIRM-ANSWER
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            PERFORM RE-ASK-CONFIRM
               UNTIL CONFIRM-ANSWER = "Y" OR CONFIRM-ANSWER = "N".

       RE-ASK-CONFIRM.
            DISPLAY "YOU MUST ENTER Y OR N".
            ACCEPT CONFIRM-ANSWER.
            INSPECT CONFIRM-ANSWER
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RECORD-THE-RETURN.
            MOVE "N" TO ZERO-DATE-IS-OK.
            MOVE "ENTER DATE RETURNED(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "A RETURNED DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO TODAY-DATE.

            MOVE RETURN-BANK-ACCOUNT TO RETURNED-BANK-ACCOUNT.
            MOVE RETURN-CHECK-NO TO RETURNED-CHECK-NO.
            MOVE REGISTER-VENDOR TO RETURNED-VENDOR.
            MOVE TODAY-DATE TO RETURNED-DATE.
            MOVE RETURN-ADDRESS-USED TO RETURNED-ADDRESS-USED.
            MOVE OPERATOR-ID TO RETURNED-ENTERED-BY.
            MOVE "W" TO RETURNED-STATUS.
            MOVE ZEROES TO RETURNED-REISSUE-CHECK-NO.
            MOVE ZEROES TO RETURNED-REISSUE-DATE.
            MOVE SPACES TO RETURNED-REISSUED-BY.
            WRITE RETURNED-MAIL-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING RETURNED-MAIL RECORD".

            MOVE RETURN-ADDRESS-USED TO VENDOR-BAD-ADDRESS.
            MOVE TODAY-DATE TO VENDOR-BAD-ADDRESS-DATE.
            PERFORM REWRITE-VENDOR-RECORD.
            DISPLAY "CHECK " RETURN-CHECK-NO " RECORDED AS RETURNED".
            DISPLAY "VENDOR " VENDOR-NUMBER
               " CHECKS HELD UNTIL THE ADDRESS IS CORRECTED".

      *--------------------------------
      * RETURNED-MAIL REPORT
      *--------------------------------
       PRINT-RETURNED-REPORT.
            MOVE ZERO TO AWAITING-COUNT
                         AWAITING-TOTAL
                         READY-COUNT
                         READY-TOTAL.
            MOVE "RETURNED MAIL REPORT" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

            MOVE "W" TO REPORT-PASS.
            MOVE "WAITING FOR AN ADDRESS FIX" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LIST-THE-RETURNED-CHECKS.
            MOVE AWAITING-TOTAL TO AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "  WAITING: " AWAITING-COUNT
               " CHECKS FOR " AMOUNT-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

            MOVE "R" TO REPORT-PASS.
            MOVE "ADDRESS CORRECTED - READY TO REISSUE"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LIST-THE-RETURNED-CHECKS.
            MOVE READY-TOTAL TO AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "  READY: " READY-COUNT
               " CHECKS FOR " AMOUNT-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

            MOVE AWAITING-TOTAL TO AMOUNT-FIELD.
            DISPLAY "RETURNED CHECKS WAITING FOR AN ADDRESS FIX: "
               AWAITING-COUNT " FOR " AMOUNT-FIELD.
            MOVE READY-TOTAL TO AMOUNT-FIELD.
            DISPLAY "RETURNED CHECKS READY TO REISSUE: "
               READY-COUNT " FOR " AMOUNT-FIELD.

       LIST-THE-RETURNED-CHECKS.
            MOVE "N" TO RETURNED-FILE-AT-END.
            MOVE LOW-VALUES TO RETURNED-KEY.
            START RETURNED-MAIL-FILE
               KEY IS NOT LESS THAN RETURNED-KEY
               INVALID KEY
               MOVE "Y" TO RETURNED-FILE-AT-END.
            IF RETURNED-FILE-AT-END = "N"
                PERFORM READ-NEXT-RETURNED-RECORD.
            PERFORM LIST-ONE-RETURNED-CHECK
               UNTIL RETURNED-FILE-AT-END = "Y".

      * Reissued items have left the report. The vendor's current
      * flag decides which half an item belongs in - the address
      * it went to may have been fixed since it came back.
       LIST-ONE-RETURNED-CHECK.
            IF RETURNED-AWAITING-REISSUE
                MOVE RETURNED-VENDOR TO VENDOR-NUMBER
                PERFORM READ-VENDOR-RECORD
                IF VENDOR-RECORD-FOUND = "Y" AND
                      VENDOR-COMPANY = CURRENT-COMPANY
                    IF REPORT-AWAITING-FIX AND
                          NOT VENDOR-ADDRESS-IS-GOOD
                        PERFORM PRINT-ONE-RETURNED-CHECK
                        ADD 1 TO AWAITING-COUNT
                        ADD REGISTER-CHECK-AMOUNT TO AWAITING-TOTAL
                    ELSE
                        IF REPORT-READY-TO-REISSUE AND
                              VENDOR-ADDRESS-IS-GOOD
                            PERFORM PRINT-ONE-RETURNED-CHECK
                            ADD 1 TO READY-COUNT
                            ADD REGISTER-CHECK-AMOUNT TO READY-TOTAL.
            PERFORM READ-NEXT-RETURNED-RECORD.

       PRINT-ONE-RETURNED-CHECK.
            MOVE RETURNED-BANK-ACCOUNT TO REGISTER-BANK-ACCOUNT.
            MOVE RETURNED-CHECK-NO TO REGISTER-CHECK-NO.
            PERFORM READ-REGISTER-RECORD.
            IF REGISTER-RECORD-FOUND = "N"
                MOVE ZERO TO REGISTER-CHECK-AMOUNT
                MOVE SPACES TO REGISTER-PAYEE-NAME.
            MOVE REGISTER-CHECK-AMOUNT TO AMOUNT-FIELD.
            MOVE RETURNED-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO RETURNED-DATE-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "  CHECK " RETURNED-CHECK-NO
               " ACCT " RETURNED-BANK-ACCOUNT
               " RETURNED " RETURNED-DATE-FIELD
               "  " AMOUNT-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            IF RETURNED-FROM-REMIT-ADDRESS
                STRING "    VENDOR " RETURNED-VENDOR
                   " " REGISTER-PAYEE-NAME " (REMIT-TO)"
                   DELIMITED BY SIZE INTO PRINTER-RECORD
            ELSE
                STRING "    VENDOR " RETURNED-VENDOR
                   " " REGISTER-PAYEE-NAME
                   DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * REISSUE A RETURNED CHECK
      *--------------------------------
       REISSUE-RETURNED-CHECK.
            PERFORM ACCEPT-CHECK-KEY.
            PERFORM JUDGE-CHECK-FOR-REISSUE.
            IF CHECK-IS-ACCEPTABLE = "Y"
                PERFORM REISSUE-THE-CHECK.

      * The hold only lifts when vndmnt04 changes the flagged
      * address, so a vendor still flagged has not been fixed.
       JUDGE-CHECK-FOR-REISSUE.
            MOVE "N" TO CHECK-IS-ACCEPTABLE.
            MOVE RETURN-BANK-ACCOUNT TO BANK-ACCOUNT-CODE.
            PERFORM READ-BANK-ACCOUNT-RECORD.
            MOVE RETURN-BANK-ACCOUNT TO RETURNED-BANK-ACCOUNT.
            MOVE RETURN-CHECK-NO TO RETURNED-CHECK-NO.
            PERFORM READ-RETURNED-RECORD.
            MOVE RETURN-BANK-ACCOUNT TO REGISTER-BANK-ACCOUNT.
            MOVE RETURN-CHECK-NO TO REGISTER-CHECK-NO.
            PERFORM READ-REGISTER-RECORD.
            IF BANK-ACCOUNT-RECORD-FOUND = "N"
                DISPLAY "NO SUCH BANK ACCOUNT FOR THIS COMPANY"
            ELSE
            IF RETURNED-RECORD-FOUND = "N"
                DISPLAY "CHECK IS NOT RECORDED AS RETURNED MAIL"
            ELSE
            IF RETURNED-REISSUED
                DISPLAY "ALREADY REISSUED AS CHECK "
                   RETURNED-REISSUE-CHECK-NO
            ELSE
            IF REGISTER-RECORD-FOUND = "N"
                DISPLAY "CHECK NOT ON THE REGISTER FILE"
            ELSE
            IF NOT REGISTER-STATUS-OPEN
                DISPLAY "CHECK IS NO LONGER OUTSTANDING"
            ELSE
                MOVE RETURNED-VENDOR TO VENDOR-NUMBER
                PERFORM READ-VENDOR-RECORD
                IF VENDOR-RECORD-FOUND = "N"
                    DISPLAY "VENDOR " RETURNED-VENDOR " NOT ON FILE"
                ELSE
                    IF NOT VENDOR-ADDRESS-IS-GOOD
                        DISPLAY "VENDOR ADDRESS IS STILL FLAGGED BAD"
                        DISPLAY "- CORRECT IT IN VNDMNT04 FIRST"
                    ELSE
                        MOVE "Y" TO CHECK-IS-ACCEPTABLE.

       REISSUE-THE-CHECK.
            MOVE CHECK-REGISTER-RECORD TO SAVED-REGISTER-RECORD.
            MOVE "N" TO ZERO-DATE-IS-OK.
            MOVE "ENTER REISSUE DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "A REISSUE DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO TODAY-DATE.
            PERFORM RETRIEVE-NEXT-CHECK-NUMBER.
            MOVE ZERO TO VOUCHERS-REISSUED.
            CLOSE VOUCHER-FILE.
            OPEN I-O VOUCHER-FILE.
            MOVE "N" TO VOUCHER-FILE-AT-END.
            PERFORM READ-NEXT-VOUCHER-RECORD.
            PERFORM REISSUE-ONE-VOUCHER-IF-MATCH
               UNTIL VOUCHER-FILE-AT-END = "Y".
            PERFORM MARK-REGISTER-RECORD-VOID.
            PERFORM WRITE-REISSUED-REGISTER-RECORD.
            PERFORM MARK-RETURN-REISSUED.
            DISPLAY "CHECK REISSUED AS NEW CHECK NUMBER "
               NEW-CHECK-NUMBER.
            DISPLAY "PRINT IT FROM CHKPRT01 FOR THE REISSUE DATE".

       RETRIEVE-NEXT-CHECK-NUMBER.
            ADD 1 TO BANK-ACCOUNT-LAST-CHECK-NO.
            MOVE BANK-ACCOUNT-LAST-CHECK-NO TO NEW-CHECK-NUMBER.
            PERFORM REWRITE-BANK-ACCOUNT-RECORD.

       REISSUE-ONE-VOUCHER-IF-MATCH.
            PERFORM DOES-VOUCHER-PAY-THIS-CHECK.
            IF VOUCHER-PAYS-THIS-CHECK = "Y"
                PERFORM REISSUE-THIS-VOUCHER.
            PERFORM READ-NEXT-VOUCHER-RECORD.

      * See chkvoid01.cbl's DOES-VOUCHER-PAY-THIS-CHECK - a check
      * that made only a partial payment is found through payment
      * history, not the voucher header.
       DOES-VOUCHER-PAY-THIS-CHECK.
            MOVE "N" TO VOUCHER-PAYS-THIS-CHECK.
            MOVE "N" TO VOUCHER-HEADER-MATCHES.
            IF VOUCHER-CHECK-NO = RETURN-CHECK-NO AND
                  VOUCHER-BANK-ACCOUNT = RETURN-BANK-ACCOUNT AND
                  VOUCHER-PAID-DATE NOT = ZEROES
                MOVE "Y" TO VOUCHER-HEADER-MATCHES
                MOVE "Y" TO VOUCHER-PAYS-THIS-CHECK.
            IF VOUCHER-PAYS-THIS-CHECK = "N"
                PERFORM SUM-PAYMENTS-FOR-THIS-CHECK
                IF CHECK-PAYMENT-AMOUNT NOT = ZERO
                    MOVE "Y" TO VOUCHER-PAYS-THIS-CHECK.

      * A voucher the returned check CLOSED is re-pointed at the
      * new number; one it paid partially keeps its open header -
      * only the payment history moves to the new check.
       REISSUE-THIS-VOUCHER.
            PERFORM SUM-PAYMENTS-FOR-THIS-CHECK.
            IF CHECK-PAYMENT-AMOUNT = ZERO
                MOVE VOUCHER-PAID-AMOUNT TO CHECK-PAYMENT-AMOUNT.
            IF VOUCHER-HEADER-MATCHES = "Y"
                MOVE TODAY-DATE TO VOUCHER-PAID-DATE
                MOVE NEW-CHECK-NUMBER TO VOUCHER-CHECK-NO
                PERFORM REWRITE-VOUCHER-RECORD.
            ADD 1 TO VOUCHERS-REISSUED.
            COMPUTE REVERSAL-AMOUNT = 0 - CHECK-PAYMENT-AMOUNT.
            MOVE RETURN-CHECK-NO TO REVERSAL-CHECK-NO.
            PERFORM WRITE-PAYMENT-HISTORY-RECORD.
            MOVE CHECK-PAYMENT-AMOUNT TO REVERSAL-AMOUNT.
            MOVE NEW-CHECK-NUMBER TO REVERSAL-CHECK-NO.
            PERFORM WRITE-PAYMENT-HISTORY-RECORD.

       SUM-PAYMENTS-FOR-THIS-CHECK.
            MOVE ZERO TO CHECK-PAYMENT-AMOUNT.
            MOVE "N" TO PAYMENT-HISTORY-AT-END.
            MOVE VOUCHER-NUMBER TO PAYMENT-VOUCHER-NUMBER.
            MOVE ZEROES TO PAYMENT-SEQUENCE.
            START PAYMENT-HISTORY-FILE
               KEY IS NOT LESS THAN PAYMENT-HISTORY-KEY
               INVALID KEY
               MOVE "Y" TO PAYMENT-HISTORY-AT-END.
            PERFORM ADD-ONE-CHECK-PAYMENT
               UNTIL PAYMENT-HISTORY-AT-END = "Y".

       ADD-ONE-CHECK-PAYMENT.
            READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO PAYMENT-HISTORY-AT-END.
            IF PAYMENT-HISTORY-AT-END NOT = "Y"
                IF PAYMENT-VOUCHER-NUMBER NOT = VOUCHER-NUMBER
                    MOVE "Y" TO PAYMENT-HISTORY-AT-END
                ELSE
                    IF PAYMENT-CHECK-NO = RETURN-CHECK-NO AND
                          PAYMENT-BANK-ACCOUNT
                             = RETURN-BANK-ACCOUNT
                        ADD PAYMENT-AMOUNT TO CHECK-PAYMENT-AMOUNT.

       WRITE-PAYMENT-HISTORY-RECORD.
            MOVE VOUCHER-NUMBER TO PAYMENT-VOUCHER-NUMBER.
            MOVE 1 TO PAYMENT-SEQUENCE.
            MOVE "N" TO PAYMENT-HISTORY-WRITTEN.
            PERFORM TRY-WRITE-PAYMENT-HISTORY
               UNTIL PAYMENT-HISTORY-WRITTEN = "Y"
                  OR PAYMENT-SEQUENCE > 98.

       TRY-WRITE-PAYMENT-HISTORY.
            MOVE REVERSAL-CHECK-NO TO PAYMENT-CHECK-NO.
            MOVE RETURN-BANK-ACCOUNT TO PAYMENT-BANK-ACCOUNT.
            MOVE TODAY-DATE TO PAYMENT-DATE.
            MOVE REVERSAL-AMOUNT TO PAYMENT-AMOUNT.
            MOVE ZEROES TO PAYMENT-GL-BATCH.
            MOVE SPACES TO PAYMENT-CURRENCY.
            MOVE ZERO TO PAYMENT-FOREIGN-AMOUNT.
            MOVE "Y" TO PAYMENT-HISTORY-WRITTEN.
            WRITE PAYMENT-HISTORY-RECORD
               INVALID KEY
               MOVE "N" TO PAYMENT-HISTORY-WRITTEN
               ADD 1 TO PAYMENT-SEQUENCE.

      * The returned check stays on file as "V" for positive pay;
      * the bank balance does not move - the same money is simply
      * drawn again on the same account under the new number.
       MARK-REGISTER-RECORD-VOID.
            MOVE RETURN-BANK-ACCOUNT TO REGISTER-BANK-ACCOUNT.
            MOVE RETURN-CHECK-NO TO REGISTER-CHECK-NO.
            PERFORM READ-REGISTER-RECORD.
            IF REGISTER-RECORD-FOUND = "Y"
                MOVE "V" TO REGISTER-STATUS
                REWRITE CHECK-REGISTER-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING CHECK REGISTER RECORD".

      * Payee name follows the vendor's corrected master - the
      * remit-to name when one is in use, as chkrun01 writes it.
       WRITE-REISSUED-REGISTER-RECORD.
            MOVE SAVED-REGISTER-RECORD TO CHECK-REGISTER-RECORD.
            MOVE NEW-CHECK-NUMBER TO REGISTER-CHECK-NO.
            IF VENDOR-REMIT-NAME NOT = SPACES
                MOVE VENDOR-REMIT-NAME TO REGISTER-PAYEE-NAME
            ELSE
                MOVE VENDOR-NAME TO REGISTER-PAYEE-NAME.
            MOVE TODAY-DATE TO REGISTER-CHECK-DATE.
            MOVE "O" TO REGISTER-STATUS.
            WRITE CHECK-REGISTER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING CHECK REGISTER RECORD".

       MARK-RETURN-REISSUED.
            MOVE RETURN-BANK-ACCOUNT TO RETURNED-BANK-ACCOUNT.
            MOVE RETURN-CHECK-NO TO RETURNED-CHECK-NO.
            PERFORM READ-RETURNED-RECORD.
            IF RETURNED-RECORD-FOUND = "Y"
                MOVE "I" TO RETURNED-STATUS
                MOVE NEW-CHECK-NUMBER TO RETURNED-REISSUE-CHECK-NO
                MOVE TODAY-DATE TO RETURNED-REISSUE-DATE
                MOVE OPERATOR-ID TO RETURNED-REISSUED-BY
                REWRITE RETURNED-MAIL-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING RETURNED-MAIL RECORD".

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       READ-BANK-ACCOUNT-RECORD.
            MOVE "Y" TO BANK-ACCOUNT-RECORD-FOUND.
            READ BANK-ACCOUNT-FILE RECORD
               INVALID KEY
               MOVE "N" TO BANK-ACCOUNT-RECORD-FOUND.
            IF BANK-ACCOUNT-RECORD-FOUND = "Y" AND
                  BANK-ACCOUNT-COMPANY NOT = CURRENT-COMPANY
                MOVE "N" TO BANK-ACCOUNT-RECORD-FOUND.
            IF BANK-ACCOUNT-RECORD-FOUND = "Y"
                MOVE BANK-ACCOUNT-RECORD TO JOURNAL-SAVED-BANK.

       REWRITE-BANK-ACCOUNT-RECORD.
            REWRITE BANK-ACCOUNT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING BANK ACCOUNT RECORD".
            MOVE "BK" TO JOURNAL-FILE-ID.
            MOVE "RW" TO JOURNAL-ACTION.
            MOVE BANK-ACCOUNT-CODE TO JOURNAL-RECORD-KEY.
            MOVE JOURNAL-SAVED-BANK TO JOURNAL-BEFORE-IMAGE.
            MOVE BANK-ACCOUNT-RECORD TO JOURNAL-AFTER-IMAGE.
            PERFORM WRITE-THE-JOURNAL.
            MOVE BANK-ACCOUNT-RECORD TO JOURNAL-SAVED-BANK.

       READ-REGISTER-RECORD.
            MOVE "Y" TO REGISTER-RECORD-FOUND.
            READ CHECK-REGISTER-FILE RECORD
               INVALID KEY
               MOVE "N" TO REGISTER-RECORD-FOUND.

       READ-RETURNED-RECORD.
            MOVE "Y" TO RETURNED-RECORD-FOUND.
            READ RETURNED-MAIL-FILE RECORD
               INVALID KEY
               MOVE "N" TO RETURNED-RECORD-FOUND.

       READ-NEXT-RETURNED-RECORD.
            READ RETURNED-MAIL-FILE NEXT RECORD
               AT END MOVE "Y" TO RETURNED-FILE-AT-END.

       READ-VENDOR-RECORD.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.
            IF VENDOR-RECORD-FOUND = "Y"
                MOVE VENDOR-RECORD TO JOURNAL-SAVED-VENDOR.

       REWRITE-VENDOR-RECORD.
            REWRITE VENDOR-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR RECORD".
            MOVE "VN" TO JOURNAL-FILE-ID.
            MOVE "RW" TO JOURNAL-ACTION.
            MOVE VENDOR-NUMBER TO JOURNAL-RECORD-KEY.
            MOVE JOURNAL-SAVED-VENDOR TO JOURNAL-BEFORE-IMAGE.
            MOVE VENDOR-RECORD TO JOURNAL-AFTER-IMAGE.
            PERFORM WRITE-THE-JOURNAL.

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

       READ-NEXT-VOUCHER-RECORD.
            READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
            IF VOUCHER-FILE-AT-END NOT = "Y"
                MOVE VOUCHER-RECORD TO JOURNAL-SAVED-VOUCHER.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plnumval01.cbl".
            COPY "pljrnl01.cbl".
            COPY "plsignon01.cbl".

            COPY "plspool01.cbl".
