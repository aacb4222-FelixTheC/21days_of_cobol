      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Virtual-card payment run - the companion to chkrun01.cbl
      * and eftrun01.cbl for vendors flagged VENDOR-PAYS-BY-CARD.
      * Same selection rules (VOUCHER-SELECTED = "Y", unpaid, due
      * on or before the run date, vouchers grouped by vendor so
      * credit memos net against invoices, zero/negative nets
      * skipped), the same single voucher-file pass filling the
      * group tables, the same withholding, and it executes only a
      * RELEASED "V" run header (runbld01/runrel01).
      *
      * A card vendor is paid here when the issuer named on the
      * vendor (VENDOR-CARD-ISSUER) is on the issuer file
      * (fdcdiss01.cbl) and settles on the bank account the run
      * draws on - the issuer bills the month's card spend against
      * that account, so the payment number is drawn from its
      * BANK-ACCOUNT-LAST-CHECK-NO and the balance drawn down,
      * exactly as an EFT trace number is. Card spend settles in
      * dollars, so only a USD account can be used.
      *
      * Instead of a check or an ACH credit it writes the issuer's
      * payment-instruction file (CARDFILE): one header, one
      * payment record per vendor paid (the issuer charges a
      * single-use card number for that amount and delivers it to
      * the vendor), an invoice record per voucher the payment
      * covers, and a trailer with the count and dollar total the
      * issuer balances the file to. The register entries are
      * REGISTER-TYPE-CARD, open until the issuer's settlement file
      * clears them (cdrec01.cbl).
      *
      * The vendor's remittance contact - the contact flagged
      * CONTACT-GETS-REMITTANCE, else the master VENDOR-EMAIL, as
      * remadv01.cbl picks it - is told a card payment is coming
      * through a message queued on CARDMAIL in the email spool
      * format. A vendor with no email at all is listed on the
      * register to be phoned.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vcdrun01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvnd02.cbl".
            COPY "slvouch.cbl".
            COPY "slcontrol.cbl".
            COPY "slbank01.cbl".
            COPY "slchkreg.cbl".
            COPY "slpayhst.cbl".
            COPY "sloperator.cbl".
            COPY "slfxrate.cbl".
            COPY "slfxgl01.cbl".
            COPY "slbwh01.cbl".
            COPY "slfiscal.cbl".
            COPY "slrunhdr.cbl".
            COPY "slholiday.cbl".
            COPY "sljrnl01.cbl".
            COPY "slcmpny.cbl".
            COPY "slstwh01.cbl".
            COPY "slcdiss01.cbl".
            COPY "slvncon01.cbl".
            COPY "slxmit01.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL CARD-FILE
               ASSIGN TO "CARDFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL CARD-NOTICE-FILE
               ASSIGN TO "CARDMAIL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdvouch.cbl".
            COPY "fdcontrol.cbl".
            COPY "fdbank01.cbl".
            COPY "fdchkreg.cbl".
            COPY "fdpayhst.cbl".
            COPY "fdoperator.cbl".
            COPY "fdfxrate.cbl".
            COPY "fdfxgl01.cbl".
            COPY "fdbwh01.cbl".
            COPY "fdfiscal.cbl".
            COPY "fdrunhdr.cbl".
            COPY "fdholiday.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdstwh01.cbl".
            COPY "fdcdiss01.cbl".
            COPY "fdvncon01.cbl".
            COPY "fdxmit01.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       FD   CARD-FILE
            LABEL RECORDS ARE STANDARD.
       01   CARD-RECORD                   PIC X(130).

       FD   CARD-NOTICE-FILE
            LABEL RECORDS ARE STANDARD.
       01   CARD-NOTICE-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

            COPY "wsctllck.cbl".

       01   DETAIL-LINE.
            05 PRINT-PAYMENT-NO           PIC ZZZZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-VOUCHER-NUMBER       PIC ZZZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-VENDOR-NAME          PIC X(30).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-INVOICE              PIC X(15).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-AMOUNT               PIC ZZZ,ZZ9.99-.

       01   COLUMN-LINE.
            05 FILLER                     PIC X(5)  VALUE "PAYMT".
            05 FILLER                     PIC X(3)  VALUE SPACE.
            05 FILLER                     PIC X(2)  VALUE "VO".
            05 FILLER                     PIC X(5)  VALUE SPACE.
            05 FILLER                     PIC X(6)  VALUE "VENDOR".
            05 FILLER                     PIC X(26) VALUE SPACE.
            05 FILLER                     PIC X(7)  VALUE "INVOICE".
            05 FILLER                     PIC X(10) VALUE SPACE.
            05 FILLER                     PIC X(6)  VALUE "AMOUNT".

       01   TITLE-LINE.
            05 FILLER                     PIC X(12) VALUE SPACE.
            05 FILLER                     PIC X(29)
                             VALUE "VIRTUAL CARD PAYMENT REGISTER".
            05 FILLER                     PIC X(3)  VALUE SPACE.
            05 FILLER                     PIC X(5) VALUE "PAGE:".
            05 FILLER                     PIC X(1) VALUE SPACE.
            05 PRINT-PAGE-NUMBER          PIC ZZZZ9.

       01   RUN-DATE-LINE.
            05 FILLER                     PIC X(18) VALUE SPACE.
            05 FILLER                     PIC X(10) VALUE "RUN DATE:".
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-RUN-DATE             PIC Z9/99/9999.

       01   TOTAL-LINE.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(22) VALUE
                             "TOTAL CARD PAYMENTS:  ".
            05 PRINT-PAYMENT-COUNT        PIC ZZZZ9.
            05 FILLER                     PIC X(4)  VALUE SPACE.
            05 FILLER                     PIC X(13) VALUE
                             "GRAND TOTAL: ".
            05 PRINT-GRAND-TOTAL          PIC ZZZ,ZZ9.99-.

      *--------------------------------
      * ISSUER PAYMENT-INSTRUCTION FILE
      *--------------------------------
      * Amounts are dollars and cents with an explicit decimal
      * point and a leading sign (a credit memo netted into a
      * payment shows as a negative invoice line).
       01   CARD-FILE-HEADER.
            05 FILLER                     PIC X(1)  VALUE "H".
            05 CFH-RUN-NUMBER             PIC 9(5).
            05 CFH-BANK-ACCOUNT           PIC X(4).
            05 CFH-CREATE-DATE            PIC 9(8).
            05 CFH-CREATE-TIME            PIC 9(4).
            05 CFH-PAY-DATE               PIC 9(8).
            05 CFH-ORIGIN-NAME            PIC X(30).
            05 FILLER                     PIC X(70) VALUE SPACE.

       01   CARD-PAYMENT-DETAIL.
            05 FILLER                     PIC X(1)  VALUE "P".
            05 CPD-ISSUER                 PIC X(4).
            05 CPD-PROGRAM-ID             PIC X(10).
            05 CPD-PAYMENT-NO             PIC 9(6).
            05 CPD-VENDOR                 PIC 9(5).
            05 CPD-VENDOR-NAME            PIC X(30).
            05 CPD-AMOUNT                 PIC -9(8).99.
            05 CPD-EMAIL                  PIC X(40).
            05 CPD-PHONE                  PIC X(15).
            05 FILLER                     PIC X(7)  VALUE SPACE.

       01   CARD-INVOICE-DETAIL.
            05 FILLER                     PIC X(1)  VALUE "I".
            05 CID-PAYMENT-NO             PIC 9(6).
            05 CID-INVOICE                PIC X(15).
            05 CID-AMOUNT                 PIC -9(8).99.
            05 CID-DISCOUNT               PIC -9(6).99.
            05 FILLER                     PIC X(85) VALUE SPACE.

       01   CARD-FILE-TRAILER.
            05 FILLER                     PIC X(1)  VALUE "T".
            05 CFT-PAYMENT-COUNT          PIC 9(6).
            05 CFT-INVOICE-COUNT          PIC 9(6).
            05 CFT-TOTAL                  PIC -9(10).99.
            05 FILLER                     PIC X(103) VALUE SPACE.

      *--------------------------------
      * REMITTANCE CONTACT NOTICE
      *--------------------------------
       01   NOTICE-TO-LINE.
            05 FILLER                     PIC X(4)  VALUE "TO: ".
            05 NOTICE-TO-ADDRESS          PIC X(40).

       01   NOTICE-SUBJECT-LINE.
            05 FILLER                     PIC X(9)
                             VALUE "SUBJECT: ".
            05 FILLER                     PIC X(29)
                             VALUE "VIRTUAL CARD PAYMENT NUMBER ".
            05 NOTICE-SUBJECT-PAYMENT-NO  PIC ZZZZZ9.

       01   NOTICE-AMOUNT-LINE.
            05 FILLER                     PIC X(28)
                             VALUE "A VIRTUAL CARD PAYMENT OF $ ".
            05 NOTICE-AMOUNT              PIC ZZZ,ZZ9.99.
            05 FILLER                     PIC X(19)
                             VALUE " HAS BEEN RELEASED ".

       01   NOTICE-ISSUER-LINE.
            05 FILLER                     PIC X(8)  VALUE "THROUGH ".
            05 NOTICE-ISSUER-NAME         PIC X(30).
            05 FILLER                     PIC X(22)
                             VALUE " FOR VENDOR NUMBER ".
            05 NOTICE-VENDOR-NUMBER       PIC 9(5).

       01   NOTICE-INVOICE-LINE.
            05 FILLER                     PIC X(4)  VALUE SPACE.
            05 NOTICE-INVOICE             PIC X(15).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 NOTICE-INVOICE-AMOUNT      PIC ZZZ,ZZ9.99-.

       77   NOTICE-END-MARKER             PIC X(12)
               VALUE ".END MESSAGE".

       01   CREATE-TIME-SPLIT.
            05 CREATE-TIME-HHMM           PIC 9(4).
            05 FILLER                     PIC 9(4).

       77   VOUCHER-FILE-AT-END           PIC X.
       77   RUN-DATE                      PIC 9(8).
       77   TODAYS-DATE                   PIC 9(8).
       77   TODAYS-TIME                   PIC 9(8).
       77   LINE-COUNT                    PIC 999 VALUE ZERO.
       77   PAGE-NUMBER                   PIC 99999 VALUE ZERO.
       77   MAXIMUM-LINES                 PIC 999 VALUE 15.

       77   NET-AMOUNT                    PIC S9(8)V99 VALUE ZERO.
       77   OPEN-AMOUNT                   PIC S9(8)V99 VALUE ZERO.
       77   DISCOUNT-ELIGIBLE             PIC X.
       77   PAYMENT-HISTORY-WRITTEN       PIC X.
       77   OPEN-AP-REDUCTION             PIC S9(9)V99 VALUE ZERO.
       77   CURRENT-PAYMENT-NUMBER        PIC 9(6).

      * Withholding - same split as chkrun01.cbl: the card payment
      * goes out for the remit amount, what was withheld lands on
      * fdbwh01.cbl.
       77   WITHHOLDING-AMOUNT            PIC S9(8)V99 VALUE ZERO.
       77   REMIT-AMOUNT                  PIC S9(8)V99 VALUE ZERO.
       77   WITHHOLDING-TOTAL             PIC S9(8)V99 VALUE ZERO.
       77   WITHHOLDING-FIELD             PIC ZZZ,ZZ9.99-.
       77   WITHHOLDING-REGIME            PIC X VALUE "B".
       77   FX-RATE-FOUND                 PIC X.
       77   FX-RATE-AT-END                PIC X.
       77   FX-LOOKUP-RATE                PIC 9(3)V9(6).
       77   FX-REVALUED-AMOUNT            PIC S9(8)V99 VALUE ZERO.
       77   FX-DIFFERENCE                 PIC S9(8)V99 VALUE ZERO.
       77   FX-DIFFERENCE-TOTAL           PIC S9(8)V99 VALUE ZERO.
       77   FX-DIFFERENCE-FIELD           PIC ZZZ,ZZ9.99-.
       77   RUNHDR-RECORD-FOUND           PIC X.
       77   EXECUTING-RUN-NUMBER          PIC 9(5) VALUE ZERO.

      * The selection tables the single pass fills - one group per
      * vendor with eligible vouchers, pointing at its slice of
      * the voucher-number list (the chkrun01.cbl tables).
       01   GROUP-TABLE.
            05 GROUP-ENTRY OCCURS 1000 TIMES.
               10 GROUP-VENDOR-NUMBER     PIC 9(5).
               10 GROUP-NET               PIC S9(8)V99.
               10 GROUP-FIRST-SLOT        PIC 9(4).
               10 GROUP-SLOT-COUNT        PIC 9(3).
       77   GROUP-COUNT                   PIC 9(4) VALUE ZERO.
       77   GROUP-INDEX                   PIC 9(4).
       01   SLOT-TABLE.
            05 SLOT-VOUCHER OCCURS 5000 TIMES
                                          PIC 9(5).
       77   SLOT-COUNT                    PIC 9(4) VALUE ZERO.
       77   SLOT-INDEX                    PIC 9(4).
       77   SELECTION-TABLES-FULL         PIC X VALUE "N".
       77   VOUCHER-IS-ELIGIBLE           PIC X.
       77   GROUP-VENDOR-PAYABLE          PIC X.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   RUN-CURRENCY-OK               PIC X.
       77   CARD-ISSUER-OK                PIC X.

      * The vouchers the payment being built paid, held for the
      * invoice records and the contact notice.
       01   INVOICE-DETAIL-TABLE.
            05 INVOICE-DETAIL-ENTRY OCCURS 100 TIMES.
               10 INVOICE-DETAIL-INVOICE  PIC X(15).
               10 INVOICE-DETAIL-AMOUNT   PIC S9(8)V99.
               10 INVOICE-DETAIL-DISCOUNT PIC S9(6)V99.
       77   INVOICE-DETAIL-COUNT          PIC 9(3) VALUE ZERO.
       77   INVOICE-DETAIL-INDEX          PIC 9(3).
       77   INVOICE-RECORD-COUNT          PIC 9(6) VALUE ZERO.
       77   CARD-RECORD-COUNT             PIC 9(7) VALUE ZERO.

      * Same remittance contact remadv01.cbl emails.
       77   REMIT-EMAIL-ADDRESS           PIC X(40).
       77   REMIT-PHONE                   PIC X(15).
       77   CONTACT-AT-END                PIC X.
       77   NOTICE-COUNT                  PIC 9(5) VALUE ZERO.
       77   PHONE-COUNT                   PIC 9(5) VALUE ZERO.

       77   PAYMENT-COUNT                 PIC 9(5) VALUE ZERO.
       77   GRAND-TOTAL                   PIC S9(8)V99 VALUE ZERO.

       77   BANK-ACCOUNT-RECORD-FOUND     PIC X.
       77   RUN-REQUIRED-TOTAL            PIC S9(9)V99 VALUE ZERO.
       77   RUN-IS-CANCELLED              PIC X VALUE "N".
       77   FUNDS-OVERRIDE                PIC X.
       77   FUNDS-AMOUNT-FIELD            PIC ZZZ,ZZZ,ZZ9.99-.

            COPY "wssignon01.cbl".

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsbusday01.cbl".
            COPY "wsfiscal.cbl".
            COPY "wsjrnl01.cbl".
            COPY "wsstw01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "K" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            MOVE OPERATOR-ID TO JOURNAL-BY-OPERATOR.
            MOVE OPERATOR-ID TO SPOOL-BY-OPERATOR.
            MOVE "VCDRUN01" TO SPOOL-NAME-REPORT-ID.
            MOVE "VIRTUAL CARD PAYMENT REGISTER" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.
            IF CURRENT-COMPANY-IS-TRAINING = "Y"
                DISPLAY "TRAINING COMPANY - THE CARD RUN IS"
                DISPLAY "BLOCKED. NO PAYMENT-INSTRUCTION FILE"
                DISPLAY "WILL BE PRODUCED."
                PERFORM CLOSING-PROCEDURE
                PERFORM PROGRAM-DONE.
            PERFORM ACCEPT-BANK-ACCOUNT-CODE.
            PERFORM ACCEPT-RUN-DATE.
            PERFORM COLLECT-THE-SELECTION.
            PERFORM CHECK-THE-AVAILABLE-FUNDS.
            IF RUN-IS-CANCELLED = "Y"
                PERFORM CLOSING-PROCEDURE
                PERFORM PROGRAM-DONE.
            MOVE ZEROS TO LINE-COUNT
                          PAGE-NUMBER.

            PERFORM START-NEW-PAGE.
            PERFORM WRITE-CARD-FILE-HEADER.

            PERFORM PAY-THE-SELECTED-GROUPS
               VARYING GROUP-INDEX FROM 1 BY 1
               UNTIL GROUP-INDEX > GROUP-COUNT.
            IF SELECTION-TABLES-FULL = "Y"
                DISPLAY "SELECTION TABLES FILLED - THE VENDORS"
                DISPLAY "COLLECTED WERE PAID - RUN AGAIN NOW FOR"
                DISPLAY "THE REST".

            PERFORM WRITE-CARD-FILE-TRAILER.

            IF PAYMENT-COUNT = ZERO
                MOVE "NO VOUCHERS SELECTED FOR CARD PAYMENT"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

            PERFORM MARK-THE-RUN-EXECUTED.
            PERFORM PRINT-TOTALS.
            PERFORM CLOSING-PROCEDURE.
            IF PAYMENT-COUNT NOT = ZERO
                PERFORM REGISTER-THE-CARD-FILE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN I-O VOUCHER-FILE.
            OPEN INPUT VENDOR-FILE.
            OPEN I-O CONTROL-FILE.
            OPEN I-O BANK-ACCOUNT-FILE.
            OPEN I-O CHECK-REGISTER-FILE.
            OPEN I-O PAYMENT-HISTORY-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            OPEN INPUT STATE-WITHHOLDING-FILE.
            OPEN INPUT CARD-ISSUER-FILE.
            OPEN INPUT VENDOR-CONTACT-FILE.
            OPEN INPUT EXCHANGE-RATE-FILE.
            OPEN I-O FX-GAINLOSS-FILE.
            OPEN I-O BACKUP-WITHHOLDING-FILE.
            OPEN OUTPUT CARD-FILE.
            OPEN OUTPUT CARD-NOTICE-FILE.
            OPEN INPUT FISCAL-CALENDAR-FILE.
            OPEN I-O RUN-HEADER-FILE.
            OPEN I-O HOLIDAY-FILE.
            OPEN EXTEND JOURNAL-FILE.
            MOVE "VCDRUN01" TO JOURNAL-PROGRAM-NAME.

       CLOSING-PROCEDURE.
            CLOSE VOUCHER-FILE.
            CLOSE VENDOR-FILE.
            CLOSE CONTROL-FILE.
            CLOSE BANK-ACCOUNT-FILE.
            CLOSE CHECK-REGISTER-FILE.
            CLOSE PAYMENT-HISTORY-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
            CLOSE STATE-WITHHOLDING-FILE.
            CLOSE CARD-ISSUER-FILE.
            CLOSE VENDOR-CONTACT-FILE.
            CLOSE EXCHANGE-RATE-FILE.
            CLOSE FX-GAINLOSS-FILE.
            CLOSE BACKUP-WITHHOLDING-FILE.
            PERFORM END-LAST-PAGE.
            CLOSE PRINTER-FILE.
            CLOSE CARD-FILE.
            CLOSE CARD-NOTICE-FILE.
            CLOSE FISCAL-CALENDAR-FILE.
            CLOSE RUN-HEADER-FILE.
            CLOSE HOLIDAY-FILE.
            CLOSE JOURNAL-FILE.

      * The account the issuers settle on - card spend is billed in
      * dollars, so a foreign-currency account is refused.
       ACCEPT-BANK-ACCOUNT-CODE.
            DISPLAY "ENTER BANK ACCOUNT CODE THE CARD SPEND SETTLES ON".
            ACCEPT BANK-ACCOUNT-CODE.
            INSPECT BANK-ACCOUNT-CODE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            PERFORM READ-BANK-ACCOUNT-RECORD.
            PERFORM RE-ACCEPT-BANK-ACCOUNT-CODE
               UNTIL BANK-ACCOUNT-RECORD-FOUND = "Y".
            IF BANK-ACCOUNT-CURRENCY NOT = SPACES
                DISPLAY "CARD SPEND SETTLES IN DOLLARS - PICK"
                DISPLAY "A USD ACCOUNT"
                PERFORM ACCEPT-BANK-ACCOUNT-CODE.

       RE-ACCEPT-BANK-ACCOUNT-CODE.
            DISPLAY "NO SUCH BANK ACCOUNT ON FILE".
            PERFORM ACCEPT-BANK-ACCOUNT-CODE.

      * The run only draws on its own company's accounts.
       READ-BANK-ACCOUNT-RECORD.
            MOVE "Y" TO BANK-ACCOUNT-RECORD-FOUND.
            READ BANK-ACCOUNT-FILE RECORD
               INVALID KEY
               MOVE "N" TO BANK-ACCOUNT-RECORD-FOUND.
            IF BANK-ACCOUNT-RECORD-FOUND = "Y" AND
                  BANK-ACCOUNT-COMPANY NOT = CURRENT-COMPANY
                DISPLAY "ACCOUNT BELONGS TO ANOTHER COMPANY"
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

       ACCEPT-RUN-DATE.
            MOVE "N" TO ZERO-DATE-IS-OK.
            MOVE "ENTER CARD RUN DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "A RUN DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO RUN-DATE.
            PERFORM ROLL-RUN-DATE-TO-BUSINESS-DAY.
            PERFORM CHECK-RUN-DATE-PERIOD.
            PERFORM VERIFY-THE-RELEASED-RUN.

      * Same gate as the check and EFT runs: only a RELEASED "V"
      * header for this account and date executes.
       VERIFY-THE-RELEASED-RUN.
            IF RUN-IS-CANCELLED = "Y"
                CONTINUE
            ELSE
                DISPLAY "ENTER THE RELEASED RUN NUMBER"
                ACCEPT RUNHDR-NUMBER
                MOVE "Y" TO RUNHDR-RECORD-FOUND
                READ RUN-HEADER-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO RUNHDR-RECORD-FOUND
                END-READ
                PERFORM JUDGE-THE-RUN-HEADER.

       JUDGE-THE-RUN-HEADER.
            IF RUNHDR-RECORD-FOUND = "N"
                DISPLAY "NO SUCH RUN HEADER - RUN CANCELLED"
                MOVE "Y" TO RUN-IS-CANCELLED
            ELSE
                IF NOT RUNHDR-STATUS-RELEASED
                    DISPLAY "RUN " RUNHDR-NUMBER " IS NOT IN"
                       " RELEASED STATUS (" RUNHDR-STATUS
                       ") - RUN CANCELLED"
                    MOVE "Y" TO RUN-IS-CANCELLED
                ELSE
                    IF NOT RUNHDR-TYPE-CARD OR
                          RUNHDR-COMPANY NOT = CURRENT-COMPANY OR
                          RUNHDR-BANK-ACCOUNT
                             NOT = BANK-ACCOUNT-CODE OR
                          RUNHDR-RUN-DATE NOT = RUN-DATE
                        DISPLAY "RUN HEADER DOES NOT MATCH THIS"
                        DISPLAY "RUN'S TYPE/ACCOUNT/DATE -"
                        DISPLAY "RUN CANCELLED"
                        MOVE "Y" TO RUN-IS-CANCELLED
                    ELSE
                        MOVE RUNHDR-NUMBER
                           TO EXECUTING-RUN-NUMBER
                        DISPLAY "EXECUTING RELEASED RUN "
                           EXECUTING-RUN-NUMBER.

       MARK-THE-RUN-EXECUTED.
            IF EXECUTING-RUN-NUMBER NOT = ZERO
                MOVE EXECUTING-RUN-NUMBER TO RUNHDR-NUMBER
                READ RUN-HEADER-FILE RECORD
                   INVALID KEY
                   DISPLAY "ERROR RE-READING RUN HEADER"
                END-READ
                MOVE "X" TO RUNHDR-STATUS
                ACCEPT RUNHDR-EXECUTED-DATE FROM DATE YYYYMMDD
                REWRITE RUN-HEADER-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING RUN HEADER".

      * The payments post on the run date, so it must land in an
      * open period on the fiscal calendar (plfiscal.cbl).
       CHECK-RUN-DATE-PERIOD.
            MOVE RUN-DATE TO POSTING-DATE-TO-CHECK.
            PERFORM CHECK-POSTING-PERIOD.
            IF POSTING-PERIOD-OPEN NOT = "Y"
                DISPLAY "RUN DATE DOES NOT FALL IN AN OPEN FISCAL"
                DISPLAY "PERIOD - SEE FISMNT01 - RUN CANCELLED"
                MOVE "Y" TO RUN-IS-CANCELLED.

       ROLL-RUN-DATE-TO-BUSINESS-DAY.
            MOVE RUN-DATE TO BUSINESS-DATE.
            PERFORM NEXT-BUSINESS-DAY.
            IF BUSINESS-DATE NOT = RUN-DATE
                MOVE BUSINESS-DATE TO RUN-DATE
                MOVE BUSINESS-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                DISPLAY "RUN DATE FALLS ON A WEEKEND OR HOLIDAY"
                DISPLAY "RUN DATE MOVED FORWARD TO " FORMATTED-DATE.

      *--------------------------------
      * INSTRUCTION FILE HEADER AND TRAILER
      *--------------------------------
       WRITE-CARD-FILE-HEADER.
            ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
            ACCEPT TODAYS-TIME FROM TIME.
            MOVE TODAYS-TIME TO CREATE-TIME-SPLIT.
            MOVE EXECUTING-RUN-NUMBER TO CFH-RUN-NUMBER.
            MOVE BANK-ACCOUNT-CODE TO CFH-BANK-ACCOUNT.
            MOVE TODAYS-DATE TO CFH-CREATE-DATE.
            MOVE CREATE-TIME-HHMM TO CFH-CREATE-TIME.
            MOVE RUN-DATE TO CFH-PAY-DATE.
            MOVE "ACCOUNTS PAYABLE" TO CFH-ORIGIN-NAME.
            MOVE CARD-FILE-HEADER TO CARD-RECORD.
            PERFORM WRITE-CARD-RECORD.

       WRITE-CARD-FILE-TRAILER.
            MOVE PAYMENT-COUNT TO CFT-PAYMENT-COUNT.
            MOVE INVOICE-RECORD-COUNT TO CFT-INVOICE-COUNT.
            MOVE GRAND-TOTAL TO CFT-TOTAL.
            MOVE CARD-FILE-TRAILER TO CARD-RECORD.
            PERFORM WRITE-CARD-RECORD.

       WRITE-CARD-RECORD.
            WRITE CARD-RECORD.
            ADD 1 TO CARD-RECORD-COUNT.

      *--------------------------------
      * TRANSMISSION LOG
      *--------------------------------
      * The file built goes on the transmission log to be sent,
      * hashed on the dollar total its trailer balances to.
       REGISTER-THE-CARD-FILE.
            MOVE "CARDFILE" TO XMIT-FILE-NAME.
            MOVE "VCDRUN01" TO XMIT-PROGRAM.
            MOVE OPERATOR-ID TO XMIT-BUILT-BY.
            MOVE CARD-RECORD-COUNT TO XMIT-RECORD-COUNT.
            MOVE GRAND-TOTAL TO XMIT-HASH-TOTAL.
            PERFORM REGISTER-THE-TRANSMISSION.

      *--------------------------------
      * THE SINGLE SELECTION PASS
      *--------------------------------
      * One walk of the voucher-file on the VOUCHER-VENDOR
      * alternate key fills the selection tables - see chkrun01
      * for the shape. The vendor-level gates apply later, group
      * by group, from one keyed read each.
       COLLECT-THE-SELECTION.
            MOVE ZERO TO GROUP-COUNT.
            MOVE ZERO TO SLOT-COUNT.
            MOVE "N" TO SELECTION-TABLES-FULL.
            MOVE "N" TO VOUCHER-FILE-AT-END.
            MOVE ZEROES TO VOUCHER-VENDOR.
            START VOUCHER-FILE
               KEY IS NOT LESS THAN VOUCHER-VENDOR
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.
            PERFORM COLLECT-ONE-PASS-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y"
                  OR SELECTION-TABLES-FULL = "Y".

       COLLECT-ONE-PASS-VOUCHER.
            PERFORM READ-NEXT-VOUCHER-RECORD.
            IF VOUCHER-FILE-AT-END NOT = "Y"
                PERFORM TEST-VOUCHER-RUN-ELIGIBLE
                IF VOUCHER-IS-ELIGIBLE = "Y"
                    PERFORM ADD-VOUCHER-TO-SELECTION.

       ADD-VOUCHER-TO-SELECTION.
            IF GROUP-COUNT = ZERO OR
                  GROUP-VENDOR-NUMBER (GROUP-COUNT)
                     NOT = VOUCHER-VENDOR
                IF GROUP-COUNT = 1000
                    MOVE "Y" TO SELECTION-TABLES-FULL
                ELSE
                    ADD 1 TO GROUP-COUNT
                    MOVE VOUCHER-VENDOR
                       TO GROUP-VENDOR-NUMBER (GROUP-COUNT)
                    MOVE ZERO TO GROUP-NET (GROUP-COUNT)
                    COMPUTE GROUP-FIRST-SLOT (GROUP-COUNT) =
                       SLOT-COUNT + 1
                    MOVE ZERO TO GROUP-SLOT-COUNT (GROUP-COUNT)
                END-IF
            END-IF.
            IF SELECTION-TABLES-FULL = "N"
                IF SLOT-COUNT = 5000
                    MOVE "Y" TO SELECTION-TABLES-FULL
                ELSE
                    PERFORM COMPUTE-VOUCHER-OPEN-AMOUNT
                    ADD OPEN-AMOUNT TO GROUP-NET (GROUP-COUNT)
                    ADD 1 TO SLOT-COUNT
                    MOVE VOUCHER-NUMBER TO SLOT-VOUCHER (SLOT-COUNT)
                    ADD 1 TO GROUP-SLOT-COUNT (GROUP-COUNT)
                END-IF
            END-IF.

       TEST-VOUCHER-RUN-ELIGIBLE.
            MOVE "N" TO VOUCHER-IS-ELIGIBLE.
            IF VOUCHER-SELECTED = "Y" AND
                  VOUCHER-PAID-DATE = ZEROES AND
                  VOUCHER-APPROVAL-STATUS NOT = "U" AND
                  VOUCHER-ESCHEATED NOT = "E" AND
                  VOUCHER-DISPUTE-FLAG NOT = "D" AND
                  VOUCHER-COMPANY = CURRENT-COMPANY AND
                  VOUCHER-DUE NOT > RUN-DATE
                MOVE "Y" TO VOUCHER-IS-ELIGIBLE.

      *--------------------------------
      * PAY THE COLLECTED GROUPS
      *--------------------------------
       PAY-THE-SELECTED-GROUPS.
            PERFORM JUDGE-THE-GROUP-VENDOR.
            IF GROUP-VENDOR-PAYABLE = "Y" AND
                  GROUP-NET (GROUP-INDEX) > ZERO
                MOVE GROUP-NET (GROUP-INDEX) TO NET-AMOUNT
                IF LINE-COUNT > MAXIMUM-LINES
                    PERFORM START-NEXT-PAGE
                END-IF
                PERFORM PAY-THIS-VENDOR
            END-IF.

      * Payable here: a card vendor of this company whose issuer is
      * on file and settles on this run's account, papered if a
      * foreign person. Anyone else is left for the other runs.
       JUDGE-THE-GROUP-VENDOR.
            MOVE "N" TO GROUP-VENDOR-PAYABLE.
            MOVE GROUP-VENDOR-NUMBER (GROUP-INDEX)
               TO VENDOR-NUMBER.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.
            PERFORM CHECK-THE-RUN-CURRENCY.
            PERFORM CHECK-THE-CARD-ISSUER.
            IF VENDOR-RECORD-FOUND = "Y" AND
                  RUN-CURRENCY-OK = "Y" AND
                  CARD-ISSUER-OK = "Y" AND
                  VENDOR-COMPANY = CURRENT-COMPANY AND
                  NOT (VENDOR-IS-FOREIGN-PERSON AND
                       NOT VENDOR-HAS-W8)
                MOVE "Y" TO GROUP-VENDOR-PAYABLE.

      * A vendor whose bank takes only their own (foreign)
      * currency cannot take a dollar card payment.
       CHECK-THE-RUN-CURRENCY.
            MOVE "Y" TO RUN-CURRENCY-OK.
            IF VENDOR-RECORD-FOUND = "Y" AND
                  VENDOR-PAYS-OWN-CURRENCY AND
                  VENDOR-CURRENCY-CODE NOT = SPACES AND
                  VENDOR-CURRENCY-CODE NOT = "USD"
                MOVE "N" TO RUN-CURRENCY-OK.

       CHECK-THE-CARD-ISSUER.
            MOVE "N" TO CARD-ISSUER-OK.
            IF VENDOR-RECORD-FOUND = "Y" AND
                  VENDOR-PAYS-BY-CARD AND
                  VENDOR-CARD-ISSUER NOT = SPACES
                MOVE VENDOR-CARD-ISSUER TO CARD-ISSUER-CODE
                MOVE "Y" TO CARD-ISSUER-OK
                READ CARD-ISSUER-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO CARD-ISSUER-OK
                END-READ
                IF CARD-ISSUER-OK = "Y" AND
                      CARD-ISSUER-BANK-ACCOUNT NOT = BANK-ACCOUNT-CODE
                    MOVE "N" TO CARD-ISSUER-OK.

      * Same partial-payment and early-payment-discount rules as
      * chkrun01.cbl's COMPUTE-VOUCHER-OPEN-AMOUNT.
       COMPUTE-VOUCHER-OPEN-AMOUNT.
            MOVE "N" TO DISCOUNT-ELIGIBLE.
            COMPUTE OPEN-AMOUNT = VOUCHER-AMOUNT
               - VOUCHER-PAID-AMOUNT - VOUCHER-DISCOUNT-TAKEN
               - VOUCHER-RETAINED-AMOUNT.
            IF VOUCHER-TYPE-INVOICE AND
                  VOUCHER-PAY-THIS-AMOUNT NOT = ZERO AND
                  VOUCHER-PAY-THIS-AMOUNT < OPEN-AMOUNT
                MOVE VOUCHER-PAY-THIS-AMOUNT TO OPEN-AMOUNT
            ELSE
                IF VOUCHER-TYPE-INVOICE AND
                      VOUCHER-DISCOUNT-AMOUNT NOT = ZERO AND
                      VOUCHER-DISCOUNT-TAKEN = ZERO AND
                      RUN-DATE NOT > VOUCHER-DISCOUNT-DATE
                    MOVE "Y" TO DISCOUNT-ELIGIBLE
                    SUBTRACT VOUCHER-DISCOUNT-AMOUNT
                       FROM OPEN-AMOUNT.

       PAY-THIS-VENDOR.
            PERFORM COMPUTE-PAYMENT-WITHHOLDING.
            PERFORM RETRIEVE-NEXT-PAYMENT-NUMBER.
            MOVE ZERO TO INVOICE-DETAIL-COUNT.
            PERFORM PAY-VENDOR-VOUCHERS.
            IF WITHHOLDING-AMOUNT NOT = ZERO
                PERFORM WRITE-BACKUP-WITHHOLDING-RECORD
                PERFORM PRINT-WITHHOLDING-LINE.
            IF STW-APPLIES = "Y"
                PERFORM WRITE-THE-STATE-WITHHOLDING.
            PERFORM PICK-THE-REMITTANCE-EMAIL.
            PERFORM WRITE-CARD-PAYMENT-RECORDS.
            PERFORM WRITE-CHECK-REGISTER-RECORD.
            PERFORM NOTIFY-THE-REMITTANCE-CONTACT.
            ADD 1 TO PAYMENT-COUNT.
            ADD REMIT-AMOUNT TO GRAND-TOTAL.

      * Same rules as chkrun01.cbl's COMPUTE-PAYMENT-WITHHOLDING -
      * treaty rate for a foreign person, 24 percent backup
      * withholding for a flagged domestic vendor, and any state
      * nonresident withholding on top. The vouchers close in full,
      * the IRS and state shares stay behind as the fdbwh01.cbl
      * liability.
       COMPUTE-PAYMENT-WITHHOLDING.
            MOVE ZERO TO WITHHOLDING-AMOUNT.
            MOVE NET-AMOUNT TO REMIT-AMOUNT.
            MOVE "B" TO WITHHOLDING-REGIME.
            IF NET-AMOUNT > ZERO
                IF VENDOR-IS-FOREIGN-PERSON
                    MOVE "F" TO WITHHOLDING-REGIME
                    COMPUTE WITHHOLDING-AMOUNT ROUNDED =
                       NET-AMOUNT * VENDOR-TREATY-RATE / 100
                    COMPUTE REMIT-AMOUNT =
                       NET-AMOUNT - WITHHOLDING-AMOUNT
                ELSE
                    IF VENDOR-SUBJECT-TO-BWH
                        COMPUTE WITHHOLDING-AMOUNT ROUNDED =
                           NET-AMOUNT * 0.24
                        COMPUTE REMIT-AMOUNT =
                           NET-AMOUNT - WITHHOLDING-AMOUNT.
            MOVE NET-AMOUNT TO STW-GROSS-AMOUNT.
            MOVE RUN-DATE TO STW-PAY-DATE.
            PERFORM COMPUTE-STATE-WITHHOLDING.
            SUBTRACT STW-WITHHELD-AMOUNT FROM REMIT-AMOUNT.

       WRITE-BACKUP-WITHHOLDING-RECORD.
            MOVE VENDOR-NUMBER TO BWH-VENDOR.
            MOVE RUN-DATE TO BWH-DATE.
            MOVE CURRENT-PAYMENT-NUMBER TO BWH-CHECK-NO.
            MOVE NET-AMOUNT TO BWH-GROSS-AMOUNT.
            MOVE WITHHOLDING-AMOUNT TO BWH-WITHHELD-AMOUNT.
            MOVE BANK-ACCOUNT-CODE TO BWH-BANK-ACCOUNT.
            MOVE "V" TO BWH-PAYMENT-TYPE.
            MOVE ZEROES TO BWH-REMITTED-DATE.
            MOVE WITHHOLDING-REGIME TO BWH-REGIME.
            MOVE SPACES TO BWH-STATE.
            WRITE BACKUP-WITHHOLDING-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING BACKUP WITHHOLDING RECORD".
            ADD WITHHOLDING-AMOUNT TO WITHHOLDING-TOTAL.

       PRINT-WITHHOLDING-LINE.
            MOVE WITHHOLDING-AMOUNT TO WITHHOLDING-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            IF WITHHOLDING-REGIME = "F"
                STRING "   TREATY-RATE WITHHOLDING   "
                   WITHHOLDING-FIELD
                   DELIMITED BY SIZE INTO PRINTER-RECORD
            ELSE
                STRING "   BACKUP WITHHOLDING 24 PCT "
                   WITHHOLDING-FIELD
                   DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      * The ledger record goes down even when nothing was withheld -
      * the state's threshold is tested against it next time.
       WRITE-THE-STATE-WITHHOLDING.
            MOVE CURRENT-PAYMENT-NUMBER TO STW-CHECK-NO.
            MOVE BANK-ACCOUNT-CODE TO STW-BANK-ACCOUNT.
            MOVE "V" TO STW-PAYMENT-TYPE.
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
            MOVE CURRENT-PAYMENT-NUMBER TO REGISTER-CHECK-NO.
            MOVE VENDOR-NUMBER TO REGISTER-VENDOR.
            MOVE VENDOR-NAME TO REGISTER-PAYEE-NAME.
            MOVE RUN-DATE TO REGISTER-CHECK-DATE.
            MOVE REMIT-AMOUNT TO REGISTER-CHECK-AMOUNT.
            MOVE "O" TO REGISTER-STATUS.
            MOVE "V" TO REGISTER-PAYMENT-TYPE.
            MOVE "V" TO REGISTER-PAYEE-TYPE.
            MOVE SPACES TO REGISTER-CURRENCY.
            MOVE REGISTER-CHECK-AMOUNT TO REGISTER-USD-AMOUNT.
            WRITE CHECK-REGISTER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING CHECK REGISTER RECORD".

      * The balance is drawn down as each payment is released, in
      * the same rewrite that burns the payment number.
       RETRIEVE-NEXT-PAYMENT-NUMBER.
            ADD 1 TO BANK-ACCOUNT-LAST-CHECK-NO.
            MOVE BANK-ACCOUNT-LAST-CHECK-NO TO CURRENT-PAYMENT-NUMBER.
            SUBTRACT REMIT-AMOUNT FROM BANK-ACCOUNT-BALANCE.
            PERFORM REWRITE-BANK-ACCOUNT-RECORD.

      *--------------------------------
      * FUNDS CHECK BEFORE THE RUN
      * (same rules as chkrun01.cbl's
      * CHECK-THE-AVAILABLE-FUNDS)
      *--------------------------------
       CHECK-THE-AVAILABLE-FUNDS.
            MOVE ZERO TO RUN-REQUIRED-TOTAL.
            PERFORM PRE-TOTAL-ONE-GROUP
               VARYING GROUP-INDEX FROM 1 BY 1
               UNTIL GROUP-INDEX > GROUP-COUNT.
            IF RUN-REQUIRED-TOTAL > BANK-ACCOUNT-BALANCE
                PERFORM ASK-FUNDS-OVERRIDE.

       PRE-TOTAL-ONE-GROUP.
            PERFORM JUDGE-THE-GROUP-VENDOR.
            IF GROUP-VENDOR-PAYABLE = "Y" AND
                  GROUP-NET (GROUP-INDEX) > ZERO
                MOVE GROUP-NET (GROUP-INDEX) TO NET-AMOUNT
                PERFORM COMPUTE-PAYMENT-WITHHOLDING
                ADD REMIT-AMOUNT TO RUN-REQUIRED-TOTAL.

       ASK-FUNDS-OVERRIDE.
            MOVE RUN-REQUIRED-TOTAL TO FUNDS-AMOUNT-FIELD.
            DISPLAY "THIS RUN REQUIRES " FUNDS-AMOUNT-FIELD.
            MOVE BANK-ACCOUNT-BALANCE TO FUNDS-AMOUNT-FIELD.
            DISPLAY "THE ACCOUNT BALANCE IS " FUNDS-AMOUNT-FIELD.
            PERFORM ACCEPT-FUNDS-OVERRIDE.
            PERFORM RE-ACCEPT-FUNDS-OVERRIDE
               UNTIL FUNDS-OVERRIDE = "Y" OR "N".
            IF FUNDS-OVERRIDE = "N"
                MOVE "Y" TO RUN-IS-CANCELLED
                DISPLAY "CARD RUN CANCELLED - NOTHING PAID".

       ACCEPT-FUNDS-OVERRIDE.
            DISPLAY "OVERRIDE AND PROCEED ANYWAY (Y/N)?".
            ACCEPT FUNDS-OVERRIDE.
            INSPECT FUNDS-OVERRIDE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-FUNDS-OVERRIDE.
            DISPLAY "YOU MUST ENTER Y OR N".
            PERFORM ACCEPT-FUNDS-OVERRIDE.

      *--------------------------------
      * THE ISSUER'S PAYMENT RECORDS
      *--------------------------------
      * The issuer delivers the card to the same address the
      * contact notice goes to. A payment covering more vouchers
      * than the table holds still pays in full - only the invoice
      * detail past the hundredth is left off.
       WRITE-CARD-PAYMENT-RECORDS.
            MOVE SPACES TO CARD-PAYMENT-DETAIL (2 : ).
            MOVE CARD-ISSUER-CODE TO CPD-ISSUER.
            MOVE CARD-ISSUER-PROGRAM-ID TO CPD-PROGRAM-ID.
            MOVE CURRENT-PAYMENT-NUMBER TO CPD-PAYMENT-NO.
            MOVE VENDOR-NUMBER TO CPD-VENDOR.
            MOVE VENDOR-NAME TO CPD-VENDOR-NAME.
            MOVE REMIT-AMOUNT TO CPD-AMOUNT.
            MOVE REMIT-EMAIL-ADDRESS TO CPD-EMAIL.
            MOVE REMIT-PHONE TO CPD-PHONE.
            MOVE CARD-PAYMENT-DETAIL TO CARD-RECORD.
            PERFORM WRITE-CARD-RECORD.
            PERFORM WRITE-ONE-INVOICE-RECORD
               VARYING INVOICE-DETAIL-INDEX FROM 1 BY 1
               UNTIL INVOICE-DETAIL-INDEX > INVOICE-DETAIL-COUNT.

       WRITE-ONE-INVOICE-RECORD.
            MOVE CURRENT-PAYMENT-NUMBER TO CID-PAYMENT-NO.
            MOVE INVOICE-DETAIL-INVOICE (INVOICE-DETAIL-INDEX)
               TO CID-INVOICE.
            MOVE INVOICE-DETAIL-AMOUNT (INVOICE-DETAIL-INDEX)
               TO CID-AMOUNT.
            MOVE INVOICE-DETAIL-DISCOUNT (INVOICE-DETAIL-INDEX)
               TO CID-DISCOUNT.
            MOVE CARD-INVOICE-DETAIL TO CARD-RECORD.
            PERFORM WRITE-CARD-RECORD.
            ADD 1 TO INVOICE-RECORD-COUNT.

      *--------------------------------
      * THE REMITTANCE CONTACT
      *--------------------------------
      * The contact flagged CONTACT-GETS-REMITTANCE wins (their
      * phone with them); with no flagged contact the master email
      * and phone are used, as remadv01.cbl does.
       PICK-THE-REMITTANCE-EMAIL.
            MOVE VENDOR-EMAIL TO REMIT-EMAIL-ADDRESS.
            MOVE VENDOR-PHONE TO REMIT-PHONE.
            MOVE "N" TO CONTACT-AT-END.
            MOVE VENDOR-NUMBER TO CONTACT-VENDOR.
            MOVE ZEROES TO CONTACT-SEQUENCE.
            START VENDOR-CONTACT-FILE
               KEY IS NOT LESS THAN VENDOR-CONTACT-KEY
               INVALID KEY
               MOVE "Y" TO CONTACT-AT-END.
            PERFORM CHECK-ONE-CONTACT-EMAIL
               UNTIL CONTACT-AT-END = "Y".

       CHECK-ONE-CONTACT-EMAIL.
            READ VENDOR-CONTACT-FILE NEXT RECORD
               AT END MOVE "Y" TO CONTACT-AT-END.
            IF CONTACT-AT-END NOT = "Y"
                IF CONTACT-VENDOR NOT = VENDOR-NUMBER
                    MOVE "Y" TO CONTACT-AT-END
                ELSE
                    IF CONTACT-GETS-REMITTANCE = "Y" AND
                          CONTACT-EMAIL NOT = SPACES
                        MOVE CONTACT-EMAIL TO REMIT-EMAIL-ADDRESS
                        IF CONTACT-PHONE NOT = SPACES
                            MOVE CONTACT-PHONE TO REMIT-PHONE
                        END-IF
                        MOVE "Y" TO CONTACT-AT-END.

       NOTIFY-THE-REMITTANCE-CONTACT.
            IF REMIT-EMAIL-ADDRESS NOT = SPACES
                PERFORM WRITE-THE-CONTACT-NOTICE
            ELSE
                ADD 1 TO PHONE-COUNT
                MOVE SPACES TO PRINTER-RECORD
                STRING "   NO REMITTANCE EMAIL - PHONE "
                   REMIT-PHONE
                   DELIMITED BY SIZE INTO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

       WRITE-THE-CONTACT-NOTICE.
            ADD 1 TO NOTICE-COUNT.
            MOVE REMIT-EMAIL-ADDRESS TO NOTICE-TO-ADDRESS.
            MOVE NOTICE-TO-LINE TO CARD-NOTICE-RECORD.
            PERFORM WRITE-NOTICE-RECORD.
            MOVE CURRENT-PAYMENT-NUMBER
               TO NOTICE-SUBJECT-PAYMENT-NO.
            MOVE NOTICE-SUBJECT-LINE TO CARD-NOTICE-RECORD.
            PERFORM WRITE-NOTICE-RECORD.
            MOVE SPACE TO CARD-NOTICE-RECORD.
            PERFORM WRITE-NOTICE-RECORD.
            MOVE REMIT-AMOUNT TO NOTICE-AMOUNT.
            MOVE NOTICE-AMOUNT-LINE TO CARD-NOTICE-RECORD.
            PERFORM WRITE-NOTICE-RECORD.
            MOVE CARD-ISSUER-NAME TO NOTICE-ISSUER-NAME.
            MOVE VENDOR-NUMBER TO NOTICE-VENDOR-NUMBER.
            MOVE NOTICE-ISSUER-LINE TO CARD-NOTICE-RECORD.
            PERFORM WRITE-NOTICE-RECORD.
            MOVE "THE CARD NUMBER WILL REACH YOU FROM THE ISSUER."
               TO CARD-NOTICE-RECORD.
            PERFORM WRITE-NOTICE-RECORD.
            MOVE "PLEASE CHARGE THE FULL AMOUNT, WHICH PAYS:"
               TO CARD-NOTICE-RECORD.
            PERFORM WRITE-NOTICE-RECORD.
            MOVE SPACE TO CARD-NOTICE-RECORD.
            PERFORM WRITE-NOTICE-RECORD.
            PERFORM WRITE-ONE-NOTICE-INVOICE
               VARYING INVOICE-DETAIL-INDEX FROM 1 BY 1
               UNTIL INVOICE-DETAIL-INDEX > INVOICE-DETAIL-COUNT.
            MOVE NOTICE-END-MARKER TO CARD-NOTICE-RECORD.
            PERFORM WRITE-NOTICE-RECORD.

       WRITE-ONE-NOTICE-INVOICE.
            MOVE INVOICE-DETAIL-INVOICE (INVOICE-DETAIL-INDEX)
               TO NOTICE-INVOICE.
            MOVE INVOICE-DETAIL-AMOUNT (INVOICE-DETAIL-INDEX)
               TO NOTICE-INVOICE-AMOUNT.
            MOVE NOTICE-INVOICE-LINE TO CARD-NOTICE-RECORD.
            PERFORM WRITE-NOTICE-RECORD.

       WRITE-NOTICE-RECORD.
            WRITE CARD-NOTICE-RECORD.

      *--------------------------------
      * THE VOUCHERS OF ONE PAYMENT
      *--------------------------------
      * The remembered vouchers come back one keyed read each -
      * re-tested against the same rules in case anything changed
      * between the pass and the payment.
       PAY-VENDOR-VOUCHERS.
            PERFORM PAY-ONE-GROUP-VOUCHER
               VARYING SLOT-INDEX
               FROM GROUP-FIRST-SLOT (GROUP-INDEX) BY 1
               UNTIL SLOT-INDEX NOT <
                  GROUP-FIRST-SLOT (GROUP-INDEX)
                  + GROUP-SLOT-COUNT (GROUP-INDEX).

       PAY-ONE-GROUP-VOUCHER.
            MOVE SLOT-VOUCHER (SLOT-INDEX) TO VOUCHER-NUMBER.
            READ VOUCHER-FILE RECORD
               INVALID KEY
               DISPLAY "SELECTED VOUCHER " VOUCHER-NUMBER
                  " VANISHED - SKIPPED"
               NOT INVALID KEY
               MOVE VOUCHER-RECORD TO JOURNAL-SAVED-VOUCHER
               PERFORM PAY-ELIGIBLE-VOUCHER
            END-READ.

       PAY-ELIGIBLE-VOUCHER.
            PERFORM TEST-VOUCHER-RUN-ELIGIBLE.
            IF VOUCHER-IS-ELIGIBLE = "Y" AND
                  VOUCHER-VENDOR = VENDOR-NUMBER
                PERFORM COMPUTE-VOUCHER-OPEN-AMOUNT
                ADD OPEN-AMOUNT TO VOUCHER-PAID-AMOUNT
                MOVE ZERO TO VOUCHER-PAY-THIS-AMOUNT
                IF DISCOUNT-ELIGIBLE = "Y"
                    MOVE VOUCHER-DISCOUNT-AMOUNT
                       TO VOUCHER-DISCOUNT-TAKEN
                END-IF
                IF VOUCHER-PAID-AMOUNT + VOUCHER-DISCOUNT-TAKEN
                      + VOUCHER-RETAINED-AMOUNT = VOUCHER-AMOUNT
                    MOVE RUN-DATE TO VOUCHER-PAID-DATE
                    MOVE CURRENT-PAYMENT-NUMBER TO VOUCHER-CHECK-NO
                    MOVE BANK-ACCOUNT-CODE TO VOUCHER-BANK-ACCOUNT
                ELSE
                    MOVE "N" TO VOUCHER-SELECTED
                END-IF
                PERFORM REWRITE-VOUCHER-RECORD
                PERFORM REDUCE-OPEN-AP-FOR-PAYMENT
                PERFORM WRITE-PAYMENT-HISTORY-RECORD
                PERFORM PRINT-VOUCHER-LINE
                IF VOUCHER-CURRENCY NOT = SPACES
                    PERFORM REPORT-FX-DIFFERENCE
                END-IF
                PERFORM HOLD-THE-INVOICE-DETAIL
            END-IF.

       HOLD-THE-INVOICE-DETAIL.
            IF INVOICE-DETAIL-COUNT < 100
                ADD 1 TO INVOICE-DETAIL-COUNT
                MOVE VOUCHER-INVOICE
                   TO INVOICE-DETAIL-INVOICE (INVOICE-DETAIL-COUNT)
                MOVE OPEN-AMOUNT
                   TO INVOICE-DETAIL-AMOUNT (INVOICE-DETAIL-COUNT)
                MOVE ZERO
                   TO INVOICE-DETAIL-DISCOUNT (INVOICE-DETAIL-COUNT)
                IF DISCOUNT-ELIGIBLE = "Y"
                    MOVE VOUCHER-DISCOUNT-AMOUNT TO
                       INVOICE-DETAIL-DISCOUNT (INVOICE-DETAIL-COUNT).

      *--------------------------------
      * REALIZED EXCHANGE DIFFERENCE
      *--------------------------------
      * Same revaluation the check run makes: the payment-date rate
      * says what the booked USD was really worth, the difference
      * prints on the register and lands on the realized ledger
      * (fdfxgl01.cbl) for glexp01 to post.
       REPORT-FX-DIFFERENCE.
            PERFORM LOOK-UP-PAYMENT-DATE-RATE.
            IF FX-RATE-FOUND = "Y"
                COMPUTE FX-REVALUED-AMOUNT ROUNDED =
                   VOUCHER-FOREIGN-AMOUNT * FX-LOOKUP-RATE
                COMPUTE FX-DIFFERENCE =
                   FX-REVALUED-AMOUNT - VOUCHER-AMOUNT
                ADD FX-DIFFERENCE TO FX-DIFFERENCE-TOTAL
                PERFORM WRITE-FX-GAINLOSS-RECORD
                MOVE FX-DIFFERENCE TO FX-DIFFERENCE-FIELD
                MOVE SPACES TO PRINTER-RECORD
                STRING "   FX " VOUCHER-CURRENCY
                   " REALIZED DIFFERENCE " FX-DIFFERENCE-FIELD
                   DELIMITED BY SIZE INTO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

       WRITE-FX-GAINLOSS-RECORD.
            MOVE RUN-DATE TO FXGL-DATE.
            MOVE VOUCHER-NUMBER TO FXGL-VOUCHER.
            MOVE VOUCHER-CURRENCY TO FXGL-CURRENCY.
            MOVE FX-DIFFERENCE TO FXGL-AMOUNT.
            MOVE VOUCHER-COMPANY TO FXGL-COMPANY.
            WRITE FX-GAINLOSS-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING FX GAIN/LOSS RECORD".

      * Latest rate on or before the run date (the chkrun01 walk).
       LOOK-UP-PAYMENT-DATE-RATE.
            MOVE "N" TO FX-RATE-FOUND.
            MOVE "N" TO FX-RATE-AT-END.
            MOVE ZERO TO FX-LOOKUP-RATE.
            MOVE VOUCHER-CURRENCY TO FXRATE-CURRENCY.
            MOVE ZEROES TO FXRATE-EFFECTIVE-DATE.
            START EXCHANGE-RATE-FILE
               KEY IS NOT LESS THAN FXRATE-KEY
               INVALID KEY
               MOVE "Y" TO FX-RATE-AT-END.
            PERFORM TAKE-ONE-PAYMENT-RATE
               UNTIL FX-RATE-AT-END = "Y".

       TAKE-ONE-PAYMENT-RATE.
            READ EXCHANGE-RATE-FILE NEXT RECORD
               AT END MOVE "Y" TO FX-RATE-AT-END.
            IF FX-RATE-AT-END NOT = "Y"
                IF FXRATE-CURRENCY NOT = VOUCHER-CURRENCY OR
                      FXRATE-EFFECTIVE-DATE > RUN-DATE
                    MOVE "Y" TO FX-RATE-AT-END
                ELSE
                    MOVE "Y" TO FX-RATE-FOUND
                    MOVE FXRATE-USD-PER-UNIT TO FX-LOOKUP-RATE.

      * Same write-at-1-and-step idiom as chkrun01.cbl's
      * WRITE-PAYMENT-HISTORY-RECORD.
       WRITE-PAYMENT-HISTORY-RECORD.
            MOVE VOUCHER-NUMBER TO PAYMENT-VOUCHER-NUMBER.
            MOVE 1 TO PAYMENT-SEQUENCE.
            MOVE "N" TO PAYMENT-HISTORY-WRITTEN.
            PERFORM TRY-WRITE-PAYMENT-HISTORY
               UNTIL PAYMENT-HISTORY-WRITTEN = "Y"
                  OR PAYMENT-SEQUENCE > 98.

       TRY-WRITE-PAYMENT-HISTORY.
            MOVE CURRENT-PAYMENT-NUMBER TO PAYMENT-CHECK-NO.
            MOVE BANK-ACCOUNT-CODE TO PAYMENT-BANK-ACCOUNT.
            MOVE RUN-DATE TO PAYMENT-DATE.
            MOVE OPEN-AMOUNT TO PAYMENT-AMOUNT.
            MOVE ZEROES TO PAYMENT-GL-BATCH.
            MOVE SPACES TO PAYMENT-CURRENCY.
            MOVE ZERO TO PAYMENT-FOREIGN-AMOUNT.
            MOVE "Y" TO PAYMENT-HISTORY-WRITTEN.
            WRITE PAYMENT-HISTORY-RECORD
               INVALID KEY
               MOVE "N" TO PAYMENT-HISTORY-WRITTEN
               ADD 1 TO PAYMENT-SEQUENCE.

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

      * The cash paid (and any discount captured with it) comes off
      * the company's open-AP control total - see vchprf01.cbl.
       REDUCE-OPEN-AP-FOR-PAYMENT.
            MOVE OPEN-AMOUNT TO OPEN-AP-REDUCTION.
            IF DISCOUNT-ELIGIBLE = "Y"
                ADD VOUCHER-DISCOUNT-AMOUNT TO OPEN-AP-REDUCTION.
            PERFORM READ-CONTROL-RECORD.
            SUBTRACT OPEN-AP-REDUCTION FROM CONTROL-OPEN-AP-TOTAL.
            PERFORM REWRITE-CONTROL-RECORD.

      * Open-AP updates ride the shared lock-retry protocol
      * (plctllck.cbl), same as chkrun01 - the rewrite is journaled
      * inside it.
       READ-CONTROL-RECORD.
            MOVE CURRENT-COMPANY TO CONTROL-KEY.
            PERFORM READ-CONTROL-WITH-RETRY.

       REWRITE-CONTROL-RECORD.
            PERFORM REWRITE-CONTROL-WITH-RETRY.

       READ-NEXT-VOUCHER-RECORD.
            READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
            IF VOUCHER-FILE-AT-END NOT = "Y"
                MOVE VOUCHER-RECORD TO JOURNAL-SAVED-VOUCHER.

      *--------------------------------
      * THE REGISTER REPORT
      *--------------------------------
       PRINT-VOUCHER-LINE.
            MOVE SPACE TO DETAIL-LINE.
            MOVE CURRENT-PAYMENT-NUMBER TO PRINT-PAYMENT-NO.
            MOVE VOUCHER-NUMBER TO PRINT-VOUCHER-NUMBER.
            MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
            MOVE VOUCHER-INVOICE TO PRINT-INVOICE.
            MOVE OPEN-AMOUNT TO PRINT-AMOUNT.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PRINT-TOTALS.
            PERFORM LINE-FEED.
            MOVE SPACE TO TOTAL-LINE.
            MOVE PAYMENT-COUNT TO PRINT-PAYMENT-COUNT.
            MOVE GRAND-TOTAL TO PRINT-GRAND-TOTAL.
            MOVE TOTAL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF WITHHOLDING-TOTAL NOT = ZERO
                MOVE WITHHOLDING-TOTAL TO WITHHOLDING-FIELD
                MOVE SPACES TO PRINTER-RECORD
                STRING "  BACKUP WITHHOLDING THIS RUN: "
                   WITHHOLDING-FIELD
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
                STRING "  REALIZED FX DIFFERENCE TOTAL: "
                   FX-DIFFERENCE-FIELD
                   DELIMITED BY SIZE
                   INTO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            DISPLAY "CARD PAYMENTS RELEASED:    " PAYMENT-COUNT.
            DISPLAY "CONTACT NOTICES QUEUED:    " NOTICE-COUNT.
            DISPLAY "VENDORS TO PHONE:          " PHONE-COUNT.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.
            ADD 1 TO LINE-COUNT.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       START-NEXT-PAGE.
            PERFORM END-LAST-PAGE.
            PERFORM START-NEW-PAGE.

       START-NEW-PAGE.
            ADD 1 TO PAGE-NUMBER.
            MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
            MOVE TITLE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE RUN-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-RUN-DATE.
            MOVE RUN-DATE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            MOVE COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

       END-LAST-PAGE.
            PERFORM FORM-FEED.
            MOVE ZERO TO LINE-COUNT.

       FORM-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plbusday.cbl".
            COPY "plfiscal.cbl".
            COPY "plsignon01.cbl".
            COPY "pljrnl01.cbl".
            COPY "plstw01.cbl".
            COPY "plctllck.cbl".
            COPY "plxmit01.cbl".

            COPY "plspool01.cbl".
