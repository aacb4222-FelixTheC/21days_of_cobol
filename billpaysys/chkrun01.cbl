            COPY "slbwh01.cbl".
            COPY "slemp01.cbl".
            COPY "slexph01.cbl".
            COPY "sladv01.cbl".
            COPY "slofac01.cbl".
            COPY "slfiscal.cbl".
            COPY "slrunhdr.cbl".
            COPY "slholiday.cbl".
            COPY "slsplcat.cbl".
            COPY "sljrnl01.cbl".
            COPY "slcmpny.cbl".
            COPY "slstwh01.cbl".
            COPY "slcdiss01.cbl".
            COPY "slxmit01.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
            COPY "fdbwh01.cbl".
            COPY "fdemp01.cbl".
            COPY "fdexph01.cbl".
            COPY "fdadv01.cbl".
            COPY "fdofac01.cbl".
            COPY "fdfiscal.cbl".
            COPY "fdrunhdr.cbl".
            COPY "fdholiday.cbl".
            COPY "fdsplcat.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdstwh01.cbl".
            COPY "fdcdiss01.cbl".
            COPY "fdxmit01.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.

       77   VOUCHER-FILE-AT-END           PIC X.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   VENDOR-IS-CARD-CAPABLE        PIC X.
       77   RUN-DATE                      PIC 9(8).

      * The selection tables the single pass fills - one group per
       77   WITHHOLDING-FIELD             PIC ZZZ,ZZ9.99-.
       77   WITHHOLDING-REGIME            PIC X VALUE "B".
       77   FOREIGN-PAPERWORK-OK          PIC X.
       77   MAILING-ADDRESS-OK            PIC X.
       77   RUNHDR-RECORD-FOUND           PIC X.
       77   EXECUTING-RUN-NUMBER          PIC 9(5) VALUE ZERO.
       77   EMPLOYEE-FILE-AT-END          PIC X.
       77   EXPENSE-FILE-AT-END           PIC X.
       77   ADVANCE-FILE-AT-END           PIC X.
       77   EMPLOYEE-IS-SANCTIONS-BLOCKED PIC X.
       77   OFAC-HIT-FILE-AT-END          PIC X.

       77   CHECK-COUNT                   PIC 9(5) VALUE ZERO.
       77   GRAND-TOTAL                   PIC S9(8)V99 VALUE ZERO.
       77   POSITIVE-PAY-COUNT            PIC 9(7) VALUE ZERO.
       77   POSITIVE-PAY-HASH             PIC S9(11)V99 VALUE ZERO.

       77   RESUME-CHOICE                 PIC X.
            88 RESUME-THE-CHECK-RUN       VALUE "R".
            COPY "wsfiscal.cbl".
            COPY "wsspool01.cbl".
            COPY "wsjrnl01.cbl".
            COPY "wsstw01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM MARK-THE-RUN-EXECUTED.
            PERFORM PRINT-TOTALS.
            PERFORM CLOSING-PROCEDURE.
            IF POSITIVE-PAY-COUNT NOT = ZERO
                PERFORM REGISTER-THE-POSITIVE-PAY.

       PROGRAM-DONE.
            GOBACK.
            OPEN I-O PAYMENT-HISTORY-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            OPEN INPUT STATE-WITHHOLDING-FILE.
            OPEN INPUT CARD-ISSUER-FILE.
            OPEN INPUT EXCHANGE-RATE-FILE.
            OPEN I-O FX-GAINLOSS-FILE.
            OPEN I-O BACKUP-WITHHOLDING-FILE.
            OPEN INPUT EMPLOYEE-FILE.
            OPEN I-O EXPENSE-HEADER-FILE.
            OPEN I-O ADVANCE-FILE.
            OPEN INPUT OFAC-HIT-FILE.
            OPEN OUTPUT POSITIVE-PAY-FILE.
            OPEN INPUT FISCAL-CALENDAR-FILE.
            OPEN I-O RUN-HEADER-FILE.
            CLOSE PAYMENT-HISTORY-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
            CLOSE STATE-WITHHOLDING-FILE.
            CLOSE CARD-ISSUER-FILE.
            CLOSE EXCHANGE-RATE-FILE.
            CLOSE FX-GAINLOSS-FILE.
            CLOSE BACKUP-WITHHOLDING-FILE.
            CLOSE EMPLOYEE-FILE.
            CLOSE EXPENSE-HEADER-FILE.
            CLOSE ADVANCE-FILE.
            CLOSE OFAC-HIT-FILE.
            PERFORM END-LAST-PAGE.
            CLOSE PRINTER-FILE.
            CLOSE POSITIVE-PAY-FILE.
      * vouchers are left untouched for that run to pick up. A
      * vendor flagged "E" whose banking fields were never filled
      * in, or whose prenote has not yet been verified by the bank,
      * still gets a paper check. Vendors flagged
      * VENDOR-PAYS-BY-CARD whose issuer is on file are likewise
      * left for the virtual-card run (vcdrun01.cbl); one with no
      * issuer, or an issuer since deleted, gets a check.
       PAY-THE-SELECTED-GROUPS.
            MOVE "N" TO GROUP-JUDGE-QUIET.
            PERFORM JUDGE-THE-GROUP-VENDOR.
                  VENDOR-COMPANY = CURRENT-COMPANY
                PERFORM CHECK-FOREIGN-PAPERWORK
                PERFORM CHECK-THE-RUN-CURRENCY
                PERFORM CHECK-VENDOR-CARD-CAPABLE
                PERFORM CHECK-MAILING-ADDRESS
                IF FOREIGN-PAPERWORK-OK = "Y" AND
                      RUN-CURRENCY-OK = "Y" AND
                      MAILING-ADDRESS-OK = "Y" AND
                      VENDOR-IS-CARD-CAPABLE = "N" AND
                      NOT (VENDOR-PAYS-BY-EFT AND
                      VENDOR-ABA-ROUTING-NUMBER NOT = SPACE AND
                      VENDOR-BANK-ACCOUNT-NUMBER NOT = SPACE AND
                      VENDOR-PRENOTE-APPROVED)
                    MOVE "Y" TO GROUP-VENDOR-PAYABLE.

       CHECK-VENDOR-CARD-CAPABLE.
            MOVE "N" TO VENDOR-IS-CARD-CAPABLE.
            IF VENDOR-PAYS-BY-CARD AND
                  VENDOR-CARD-ISSUER NOT = SPACES
                MOVE VENDOR-CARD-ISSUER TO CARD-ISSUER-CODE
                MOVE "Y" TO VENDOR-IS-CARD-CAPABLE
                READ CARD-ISSUER-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO VENDOR-IS-CARD-CAPABLE.

      * A foreign person may not be paid without a W-8
      * certification on file - their vouchers wait untouched until
      * vndmnt04 records the form, rather than the payment going
                       " IS A FOREIGN PERSON WITH NO W-8 ON FILE"
                    DISPLAY "- SKIPPED UNTIL THE W-8 IS RECORDED".

      * A check already came back from this vendor's address as
      * undeliverable (rtnmail01.cbl) - mailing another one there
      * only makes a second returned envelope. Their vouchers wait
      * until the address is corrected in vndmnt04, which lifts the
      * flag. Only paper is held; EFT and card vendors are not paid
      * here anyway.
       CHECK-MAILING-ADDRESS.
            MOVE "Y" TO MAILING-ADDRESS-OK.
            IF NOT VENDOR-ADDRESS-IS-GOOD
                MOVE "N" TO MAILING-ADDRESS-OK
                IF GROUP-JUDGE-QUIET = "N"
                    DISPLAY "VENDOR " VENDOR-NUMBER
                       " HAS RETURNED MAIL - ADDRESS FLAGGED BAD"
                    DISPLAY "- SKIPPED UNTIL VNDMNT04 CORRECTS IT".

      * A vendor whose bank takes only their own currency is never
      * swept into a USD run - their vouchers wait for a run on
      * the matching-currency account.
            IF WITHHOLDING-AMOUNT NOT = ZERO
                PERFORM WRITE-BACKUP-WITHHOLDING-RECORD
                PERFORM PRINT-WITHHOLDING-LINE.
            IF STW-APPLIES = "Y"
                PERFORM WRITE-THE-STATE-WITHHOLDING.
            PERFORM WRITE-POSITIVE-PAY-RECORD.
            PERFORM WRITE-CHECK-REGISTER-RECORD.
            ADD 1 TO CHECK-COUNT.
      * close at their full amounts - the withheld dollars
      * discharge the vendor's invoice but go to the IRS, not the
      * payee, so they accumulate on fdbwh01.cbl as the remittable
      * liability and feed 1099 box 4 or the 1042-S. A vendor
      * flagged for a state's nonresident withholding has that
      * state's share (plstw01.cbl) taken off the same net as well,
      * on its own regime "S" ledger record.
       COMPUTE-PAYMENT-WITHHOLDING.
            MOVE ZERO TO WITHHOLDING-AMOUNT.
            MOVE NET-AMOUNT TO REMIT-AMOUNT.
                           NET-AMOUNT * 0.24
                        COMPUTE REMIT-AMOUNT =
                           NET-AMOUNT - WITHHOLDING-AMOUNT.
            MOVE NET-AMOUNT TO STW-GROSS-AMOUNT.
            MOVE RUN-DATE TO STW-PAY-DATE.
            PERFORM COMPUTE-STATE-WITHHOLDING.
            SUBTRACT STW-WITHHELD-AMOUNT FROM REMIT-AMOUNT.

       WRITE-BACKUP-WITHHOLDING-RECORD.
            MOVE VENDOR-NUMBER TO BWH-VENDOR.
            MOVE "C" TO BWH-PAYMENT-TYPE.
            MOVE ZEROES TO BWH-REMITTED-DATE.
            MOVE WITHHOLDING-REGIME TO BWH-REGIME.
            MOVE SPACES TO BWH-STATE.
            WRITE BACKUP-WITHHOLDING-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING BACKUP WITHHOLDING RECORD".
                   DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      * The ledger record goes down even when nothing was withheld -
      * the state's threshold is tested against it next time.
       WRITE-THE-STATE-WITHHOLDING.
            MOVE CURRENT-CHECK-NUMBER TO STW-CHECK-NO.
            MOVE BANK-ACCOUNT-CODE TO STW-BANK-ACCOUNT.
            MOVE "C" TO STW-PAYMENT-TYPE.
            PERFORM WRITE-STATE-WITHHOLDING-RECORD.
            IF STW-WITHHELD-AMOUNT NOT = ZERO
                MOVE STW-WITHHELD-AMOUNT TO STW-WITHHELD-FIELD
                MOVE STWH-RATE TO STW-RATE-FIELD
                MOVE SPACES TO PRINTER-RECORD
                STRING "   STATE WITHHOLDING " STWH-STATE " "
                   STW-RATE-FIELD " PCT "
                   STW-WITHHELD-FIELD
                   DELIMITED BY SIZE INTO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

       WRITE-CHECK-REGISTER-RECORD.
            MOVE BANK-ACCOUNT-CODE TO REGISTER-BANK-ACCOUNT.
            MOVE CURRENT-CHECK-NUMBER TO REGISTER-CHECK-NO.
            ELSE
                MOVE VENDOR-NAME TO PP-PAYEE-NAME.
            WRITE POSITIVE-PAY-RECORD.
            PERFORM COUNT-THE-POSITIVE-PAY.

      * The instrument amount on a foreign-currency account is the
      * invoiced foreign total, with any withholding taken
      * eftrun01, the same split the vendors get. There is no
      * open-AP or payment-history coupling: reimbursements never
      * touch the voucher side, which is also what keeps them out
      * of the 1099 totals. Approved travel advances ride the same
      * check, and a report netted against an advance pays only its
      * excess (EXPENSE-ADVANCE-APPLIED, set in expapp01).
       PAY-ELIGIBLE-EMPLOYEES.
            IF EMPLOYEE-COMPANY = CURRENT-COMPANY AND
                  EMPLOYEE-STATUS-ACTIVE
                      EMPLOYEE-ABA-ROUTING-NUMBER NOT = SPACE AND
                      EMPLOYEE-BANK-ACCOUNT-NO NOT = SPACE AND
                      EMPLOYEE-PRENOTE-APPROVED)
                    PERFORM CHECK-EMPLOYEE-SANCTIONS-HITS
                    IF EMPLOYEE-IS-SANCTIONS-BLOCKED = "Y"
                        DISPLAY "EMPLOYEE " EMPLOYEE-NUMBER " SKIPPED -"
                        DISPLAY "UNRESOLVED SANCTIONS MATCH"
                    ELSE
                        PERFORM SUM-EMPLOYEE-NET-AMOUNT
                        IF NET-AMOUNT > ZERO
                            IF LINE-COUNT > MAXIMUM-LINES
                                PERFORM START-NEXT-PAGE
                            END-IF
                            PERFORM PAY-THIS-EMPLOYEE
                        END-IF
                    END-IF
                END-IF
            END-IF.
            PERFORM READ-NEXT-EMPLOYEE-RECORD.

      * An employee carrying a sanctions hit (ofacscr01.cbl screens
      * the employee names) that is not cleared is not paid.
       CHECK-EMPLOYEE-SANCTIONS-HITS.
            MOVE "N" TO EMPLOYEE-IS-SANCTIONS-BLOCKED.
            MOVE "N" TO OFAC-HIT-FILE-AT-END.
            MOVE LOW-VALUES TO OFAC-HIT-KEY.
            MOVE "E" TO OFAC-HIT-PAYEE-TYPE.
            MOVE EMPLOYEE-NUMBER TO OFAC-HIT-PAYEE-NUMBER.
            START OFAC-HIT-FILE
               KEY IS NOT LESS THAN OFAC-HIT-KEY
               INVALID KEY
               MOVE "Y" TO OFAC-HIT-FILE-AT-END.
            PERFORM CHECK-ONE-SANCTIONS-HIT
               UNTIL OFAC-HIT-FILE-AT-END = "Y"
                  OR EMPLOYEE-IS-SANCTIONS-BLOCKED = "Y".

       CHECK-ONE-SANCTIONS-HIT.
            READ OFAC-HIT-FILE NEXT RECORD
               AT END MOVE "Y" TO OFAC-HIT-FILE-AT-END.
            IF OFAC-HIT-FILE-AT-END NOT = "Y"
                IF OFAC-HIT-PAYEE-TYPE NOT = "E" OR
                      OFAC-HIT-PAYEE-NUMBER NOT = EMPLOYEE-NUMBER
                    MOVE "Y" TO OFAC-HIT-FILE-AT-END
                ELSE
                    IF OFAC-HIT-BLOCKS-PAYMENT
                        MOVE "Y" TO EMPLOYEE-IS-SANCTIONS-BLOCKED.

       SUM-EMPLOYEE-NET-AMOUNT.
            MOVE ZERO TO NET-AMOUNT.
            CLOSE EXPENSE-HEADER-FILE.
            PERFORM READ-NEXT-EXPENSE-HEADER.
            PERFORM ADD-ELIGIBLE-EXPENSE-AMOUNT
               UNTIL EXPENSE-FILE-AT-END = "Y".
            PERFORM START-THE-ADVANCES.
            PERFORM ADD-ELIGIBLE-ADVANCE-AMOUNT
               UNTIL ADVANCE-FILE-AT-END = "Y".

       ADD-ELIGIBLE-EXPENSE-AMOUNT.
            IF EXPENSE-EMPLOYEE = EMPLOYEE-NUMBER AND
                  EXPENSE-STATUS-APPROVED AND
                  EXPENSE-COMPANY = CURRENT-COMPANY
                COMPUTE NET-AMOUNT = NET-AMOUNT
                   + EXPENSE-TOTAL-AMOUNT - EXPENSE-ADVANCE-APPLIED.
            PERFORM READ-NEXT-EXPENSE-HEADER.

      * Approved travel advances (fdadv01.cbl) go out with the
      * employee's reports, on the same payment.
       ADD-ELIGIBLE-ADVANCE-AMOUNT.
            PERFORM READ-NEXT-ADVANCE-RECORD.
            IF ADVANCE-FILE-AT-END NOT = "Y"
                IF ADVANCE-EMPLOYEE = EMPLOYEE-NUMBER AND
                      ADVANCE-STATUS-APPROVED AND
                      ADVANCE-COMPANY = CURRENT-COMPANY
                    ADD ADVANCE-AMOUNT TO NET-AMOUNT.

       START-THE-ADVANCES.
            MOVE ZEROES TO ADVANCE-NUMBER.
            MOVE "N" TO ADVANCE-FILE-AT-END.
            START ADVANCE-FILE
               KEY IS NOT LESS THAN ADVANCE-NUMBER
               INVALID KEY
               MOVE "Y" TO ADVANCE-FILE-AT-END.

       PAY-THIS-EMPLOYEE.
            MOVE NET-AMOUNT TO REMIT-AMOUNT.
            MOVE ZERO TO WITHHOLDING-AMOUNT.
            PERFORM READ-NEXT-EXPENSE-HEADER.
            PERFORM PAY-ELIGIBLE-EXPENSE-REPORT
               UNTIL EXPENSE-FILE-AT-END = "Y".
            PERFORM START-THE-ADVANCES.
            PERFORM PAY-ELIGIBLE-ADVANCE
               UNTIL ADVANCE-FILE-AT-END = "Y".

       PAY-ELIGIBLE-EXPENSE-REPORT.
            IF EXPENSE-EMPLOYEE = EMPLOYEE-NUMBER AND
            MOVE EXPENSE-REPORT-NUMBER TO PRINT-VOUCHER-NUMBER.
            MOVE EMPLOYEE-NAME TO PRINT-VENDOR-NAME.
            MOVE "EXPENSE REPORT" TO PRINT-INVOICE.
            COMPUTE PRINT-AMOUNT =
               EXPENSE-TOTAL-AMOUNT - EXPENSE-ADVANCE-APPLIED.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PAY-ELIGIBLE-ADVANCE.
            PERFORM READ-NEXT-ADVANCE-RECORD.
            IF ADVANCE-FILE-AT-END NOT = "Y"
                IF ADVANCE-EMPLOYEE = EMPLOYEE-NUMBER AND
                      ADVANCE-STATUS-APPROVED AND
                      ADVANCE-COMPANY = CURRENT-COMPANY
                    MOVE "P" TO ADVANCE-STATUS
                    MOVE RUN-DATE TO ADVANCE-PAID-DATE
                    MOVE CURRENT-CHECK-NUMBER TO ADVANCE-CHECK-NO
                    MOVE BANK-ACCOUNT-CODE TO ADVANCE-BANK-ACCOUNT
                    REWRITE ADVANCE-RECORD
                       INVALID KEY
                       DISPLAY "ERROR REWRITING ADVANCE RECORD"
                    END-REWRITE
                    PERFORM PRINT-ADVANCE-LINE.

       PRINT-ADVANCE-LINE.
            MOVE SPACE TO DETAIL-LINE.
            MOVE CURRENT-CHECK-NUMBER TO PRINT-CHECK-NO.
            MOVE ADVANCE-NUMBER TO PRINT-VOUCHER-NUMBER.
            MOVE EMPLOYEE-NAME TO PRINT-VENDOR-NAME.
            MOVE "TRAVEL ADVANCE" TO PRINT-INVOICE.
            MOVE ADVANCE-AMOUNT TO PRINT-AMOUNT.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            MOVE REMIT-AMOUNT TO PP-CHECK-AMOUNT.
            MOVE EMPLOYEE-NAME TO PP-PAYEE-NAME.
            WRITE POSITIVE-PAY-RECORD.
            PERFORM COUNT-THE-POSITIVE-PAY.

      * The bank matches the file's own amounts, so the hash is
      * the sum of what was written - in the account's currency.
       COUNT-THE-POSITIVE-PAY.
            ADD 1 TO POSITIVE-PAY-COUNT.
            ADD PP-CHECK-AMOUNT TO POSITIVE-PAY-HASH.

       REGISTER-THE-POSITIVE-PAY.
            MOVE "POSPAY" TO XMIT-FILE-NAME.
            MOVE "CHKRUN01" TO XMIT-PROGRAM.
            MOVE OPERATOR-ID TO XMIT-BUILT-BY.
            MOVE POSITIVE-PAY-COUNT TO XMIT-RECORD-COUNT.
            MOVE POSITIVE-PAY-HASH TO XMIT-HASH-TOTAL.
            PERFORM REGISTER-THE-TRANSMISSION.

       READ-NEXT-EMPLOYEE-RECORD.
            READ EMPLOYEE-FILE NEXT RECORD
            READ EXPENSE-HEADER-FILE NEXT RECORD
               AT END MOVE "Y" TO EXPENSE-FILE-AT-END.

       READ-NEXT-ADVANCE-RECORD.
            IF ADVANCE-FILE-AT-END NOT = "Y"
                READ ADVANCE-FILE NEXT RECORD
                   AT END MOVE "Y" TO ADVANCE-FILE-AT-END.

       PRINT-VOUCHER-LINE.
            MOVE SPACE TO DETAIL-LINE.
            MOVE CURRENT-CHECK-NUMBER TO PRINT-CHECK-NO.
                   DELIMITED BY SIZE
                   INTO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            IF STW-WITHHELD-TOTAL NOT = ZERO
                MOVE STW-WITHHELD-TOTAL TO STW-WITHHELD-FIELD
                MOVE SPACES TO PRINTER-RECORD
                STRING "  STATE WITHHOLDING THIS RUN:  "
                   STW-WITHHELD-FIELD
                   DELIMITED BY SIZE
                   INTO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.
            COPY "plctllck.cbl".
            COPY "plspool01.cbl".
            COPY "pljrnl01.cbl".
            COPY "plstw01.cbl".
            COPY "plxmit01.cbl".
