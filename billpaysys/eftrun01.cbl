            COPY "slbwh01.cbl".
            COPY "slemp01.cbl".
            COPY "slexph01.cbl".
            COPY "sladv01.cbl".
            COPY "slofac01.cbl".
            COPY "slfiscal.cbl".
            COPY "slrunhdr.cbl".
            COPY "slholiday.cbl".
            COPY "sljrnl01.cbl".
            COPY "slcmpny.cbl".
            COPY "slstwh01.cbl".
            COPY "slxmit01.cbl".

            COPY "slsplcat.cbl".

            COPY "fdbwh01.cbl".
            COPY "fdemp01.cbl".
            COPY "fdexph01.cbl".
            COPY "fdadv01.cbl".
            COPY "fdofac01.cbl".
            COPY "fdfiscal.cbl".
            COPY "fdrunhdr.cbl".
            COPY "fdholiday.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdstwh01.cbl".
            COPY "fdxmit01.cbl".

            COPY "fdsplcat.cbl".

       77   EXECUTING-RUN-NUMBER          PIC 9(5) VALUE ZERO.
       77   EMPLOYEE-FILE-AT-END          PIC X.
       77   EXPENSE-FILE-AT-END           PIC X.
       77   ADVANCE-FILE-AT-END           PIC X.
       77   EMPLOYEE-IS-SANCTIONS-BLOCKED PIC X.
       77   OFAC-HIT-FILE-AT-END          PIC X.

      * The selection tables the single pass fills - one group per
      * vendor with eligible vouchers, pointing at its slice of
      * pre-count pass runs before the header is written.
       77   USING-PAIN001                 PIC X VALUE "N".
       77   PAIN-TXN-COUNT                PIC 9(6) VALUE ZERO.
       77   PAIN-RECORD-COUNT             PIC 9(7) VALUE ZERO.
       77   PAIN-CONTROL-SUM              PIC S9(9)V99 VALUE ZERO.
       77   PAIN-COUNT-FIELD              PIC Z(5)9.
       77   PAIN-AMOUNT-FIELD             PIC 9(9).99.
            COPY "wsbusday01.cbl".
            COPY "wsfiscal.cbl".
            COPY "wsjrnl01.cbl".
            COPY "wsstw01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM MARK-THE-RUN-EXECUTED.
            PERFORM PRINT-TOTALS.
            PERFORM CLOSING-PROCEDURE.
            IF PAYMENT-COUNT NOT = ZERO OR
                  PRENOTE-COUNT NOT = ZERO
                PERFORM REGISTER-THE-PAYMENT-FILE.

       PROGRAM-DONE.
            GOBACK.
            OPEN I-O PAYMENT-HISTORY-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            OPEN INPUT STATE-WITHHOLDING-FILE.
            OPEN INPUT EXCHANGE-RATE-FILE.
            OPEN I-O FX-GAINLOSS-FILE.
            OPEN I-O BACKUP-WITHHOLDING-FILE.
            OPEN I-O EMPLOYEE-FILE.
            OPEN I-O EXPENSE-HEADER-FILE.
            OPEN I-O ADVANCE-FILE.
            OPEN INPUT OFAC-HIT-FILE.
            OPEN OUTPUT ACH-FILE.
            OPEN OUTPUT PAIN-FILE.
            OPEN INPUT FISCAL-CALENDAR-FILE.
            CLOSE PAYMENT-HISTORY-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
            CLOSE STATE-WITHHOLDING-FILE.
            CLOSE EXCHANGE-RATE-FILE.
            CLOSE FX-GAINLOSS-FILE.
            CLOSE BACKUP-WITHHOLDING-FILE.
            CLOSE EMPLOYEE-FILE.
            CLOSE EXPENSE-HEADER-FILE.
            CLOSE ADVANCE-FILE.
            CLOSE OFAC-HIT-FILE.
            PERFORM END-LAST-PAGE.
            CLOSE PRINTER-FILE.
            CLOSE ACH-FILE.
            IF WITHHOLDING-AMOUNT NOT = ZERO
                PERFORM WRITE-BACKUP-WITHHOLDING-RECORD
                PERFORM PRINT-WITHHOLDING-LINE.
            IF STW-APPLIES = "Y"
                PERFORM WRITE-THE-STATE-WITHHOLDING.
            PERFORM WRITE-ACH-ENTRY-DETAIL.
            PERFORM WRITE-CHECK-REGISTER-RECORD.
            ADD 1 TO PAYMENT-COUNT.

      * Same rules as chkrun01.cbl's COMPUTE-PAYMENT-WITHHOLDING -
      * treaty rate for a foreign person, 24 percent backup
      * withholding for a flagged domestic vendor, and any state
      * nonresident withholding on top. The vouchers close in full,
      * the IRS and state shares stay behind as the fdbwh01.cbl
      * liability. A prenote has NET-AMOUNT zero so
      * nothing is ever withheld from one.
       COMPUTE-PAYMENT-WITHHOLDING.
            MOVE ZERO TO WITHHOLDING-AMOUNT.
                           NET-AMOUNT * 0.24
                        COMPUTE REMIT-AMOUNT =
                           NET-AMOUNT - WITHHOLDING-AMOUNT.
            MOVE NET-AMOUNT TO STW-GROSS-AMOUNT.
            MOVE RUN-DATE TO STW-PAY-DATE.
            PERFORM COMPUTE-STATE-WITHHOLDING.
            SUBTRACT STW-WITHHELD-AMOUNT FROM REMIT-AMOUNT.

       WRITE-BACKUP-WITHHOLDING-RECORD.
            MOVE VENDOR-NUMBER TO BWH-VENDOR.
            MOVE "E" TO BWH-PAYMENT-TYPE.
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
            MOVE CURRENT-TRACE-NUMBER TO STW-CHECK-NO.
            MOVE BANK-ACCOUNT-CODE TO STW-BANK-ACCOUNT.
            MOVE "E" TO STW-PAYMENT-TYPE.
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
            MOVE CURRENT-TRACE-NUMBER TO REGISTER-CHECK-NO.
      * flagged EMPLOYEE-PAYS-BY-EFT, under the same prenote
      * discipline the vendors get (a zero-dollar prenote entry
      * first, then live credits once the waiting period passes).
      * Employees on checks are chkrun01's to pay. Approved travel
      * advances ride the same credit, and a report netted against
      * an advance pays only its excess (EXPENSE-ADVANCE-APPLIED,
      * set in expapp01).
       PAY-ELIGIBLE-EMPLOYEES.
            IF EMPLOYEE-PAYS-BY-EFT AND
                  EMPLOYEE-COMPANY = CURRENT-COMPANY AND
                  EMPLOYEE-BANK-ACCOUNT-NO NOT = SPACE
                PERFORM HANDLE-EMPLOYEE-PRENOTE-CYCLE
                IF EMPLOYEE-PRENOTE-APPROVED
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
               INVALID KEY
               DISPLAY "ERROR REWRITING EMPLOYEE RECORD".

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
                    MOVE CURRENT-TRACE-NUMBER TO ADVANCE-CHECK-NO
                    MOVE BANK-ACCOUNT-CODE TO ADVANCE-BANK-ACCOUNT
                    REWRITE ADVANCE-RECORD
                       INVALID KEY
                       DISPLAY "ERROR REWRITING ADVANCE RECORD"
                    END-REWRITE
                    PERFORM PRINT-ADVANCE-LINE.

       PRINT-ADVANCE-LINE.
            MOVE SPACE TO DETAIL-LINE.
            MOVE CURRENT-TRACE-NUMBER TO PRINT-TRACE-NO.
            MOVE ADVANCE-NUMBER TO PRINT-VOUCHER-NUMBER.
            MOVE EMPLOYEE-NAME TO PRINT-VENDOR-NAME.
            MOVE "TRAVEL ADVANCE" TO PRINT-INVOICE.
            MOVE ADVANCE-AMOUNT TO PRINT-AMOUNT.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            READ EXPENSE-HEADER-FILE NEXT RECORD
               AT END MOVE "Y" TO EXPENSE-FILE-AT-END.

       READ-NEXT-ADVANCE-RECORD.
            IF ADVANCE-FILE-AT-END NOT = "Y"
                READ ADVANCE-FILE NEXT RECORD
                   AT END MOVE "Y" TO ADVANCE-FILE-AT-END.

       PRINT-VOUCHER-LINE.
            MOVE SPACE TO DETAIL-LINE.
            MOVE CURRENT-TRACE-NUMBER TO PRINT-TRACE-NO.
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
            IF FX-DIFFERENCE-TOTAL NOT = ZERO
                MOVE FX-DIFFERENCE-TOTAL TO FX-DIFFERENCE-FIELD
                MOVE SPACES TO PRINTER-RECORD

       WRITE-PAIN-RECORD.
            WRITE PAIN-RECORD.
            ADD 1 TO PAIN-RECORD-COUNT.

      *--------------------------------
      * TRANSMISSION LOG
      *--------------------------------
      * The file built goes on the transmission log to be sent.
      * The ACH file control counted itself once ahead of its
      * write for the block count, so one comes off that count.
       REGISTER-THE-PAYMENT-FILE.
            MOVE "EFTRUN01" TO XMIT-PROGRAM.
            MOVE OPERATOR-ID TO XMIT-BUILT-BY.
            IF USING-PAIN001 = "Y"
                MOVE "PAINFILE" TO XMIT-FILE-NAME
                MOVE PAIN-RECORD-COUNT TO XMIT-RECORD-COUNT
                MOVE PAIN-CONTROL-SUM TO XMIT-HASH-TOTAL
            ELSE
                MOVE "ACHFILE" TO XMIT-FILE-NAME
                COMPUTE XMIT-RECORD-COUNT = ACH-RECORD-COUNT - 1
                MOVE GRAND-TOTAL TO XMIT-HASH-TOTAL.
            PERFORM REGISTER-THE-TRANSMISSION.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plsignon01.cbl".
            COPY "plnumval01.cbl".
            COPY "pljrnl01.cbl".
            COPY "plstw01.cbl".
            COPY "plctllck.cbl".
            COPY "plxmit01.cbl".

            COPY "plspool01.cbl".
