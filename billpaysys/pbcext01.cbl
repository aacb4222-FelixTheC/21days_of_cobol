      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Year-end auditor data pack - the "prepared by client" files
      * the external auditors ask for every year, written for the
      * signed-on company and one fiscal year as pipe-delimited
      * files, each opening with a row of column names (the dwext01
      * layout):
      *    PBCVND  vendor master (bank account shown last 4 only;
      *            the tax id too, unless the operator running the
      *            pack may see sensitive data - plmask02.cbl)
      *    PBCVCH  vouchers dated in the year - live and archived
      *            (fdvchhst.cbl), SOURCE L or H
      *    PBCDST  the GL distribution of each of those vouchers -
      *            a voucher without lines shows its header GL code
      *            as line 00, the way the GL export books it
      *    PBCPAY  payment history dated in the year
      *    PBCREG  check register entries dated in the year, drawn
      *            on the company's bank accounts
      *    PBCOPR  the operator list and authority profile
      *            (never the password)
      *    PBCMAN  the manifest - each file's record count and its
      *            dollar and key hash totals, then the ties: the
      *            open vouchers re-added against CONTROL-OPEN-AP-
      *            TOTAL, and the register's issued and voided
      *            dollars against the payment history.
      * The fiscal year's dates come from the fiscal calendar
      * (fdfiscal.cbl); a year not on the calendar is taken as the
      * calendar year.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pbcext01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvnd02.cbl".
            COPY "slvouch.cbl".
            COPY "slvchhst.cbl".
            COPY "slvchdst.cbl".
            COPY "slpayhst.cbl".
            COPY "slchkreg.cbl".
            COPY "slbank01.cbl".
            COPY "slbwh01.cbl".
            COPY "slcontrol.cbl".
            COPY "slfiscal.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".
            COPY "slaudit01.cbl".
            COPY "slxmit01.cbl".

            SELECT PBC-VENDOR-FILE
               ASSIGN TO "PBCVND"
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PBC-VOUCHER-FILE
               ASSIGN TO "PBCVCH"
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PBC-DISTRIBUTION-FILE
               ASSIGN TO "PBCDST"
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PBC-PAYMENT-FILE
               ASSIGN TO "PBCPAY"
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PBC-REGISTER-FILE
               ASSIGN TO "PBCREG"
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PBC-OPERATOR-FILE
               ASSIGN TO "PBCOPR"
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PBC-MANIFEST-FILE
               ASSIGN TO "PBCMAN"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdvouch.cbl".
            COPY "fdvchhst.cbl".
            COPY "fdvchdst.cbl".
            COPY "fdpayhst.cbl".
            COPY "fdchkreg.cbl".
            COPY "fdbank01.cbl".
            COPY "fdbwh01.cbl".
            COPY "fdcontrol.cbl".
            COPY "fdfiscal.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdaudit01.cbl".
            COPY "fdxmit01.cbl".

       FD   PBC-VENDOR-FILE
            LABEL RECORDS ARE STANDARD.
       01   PBC-VENDOR-OUT                PIC X(250).

       FD   PBC-VOUCHER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PBC-VOUCHER-OUT               PIC X(250).

       FD   PBC-DISTRIBUTION-FILE
            LABEL RECORDS ARE STANDARD.
       01   PBC-DISTRIBUTION-OUT          PIC X(100).

       FD   PBC-PAYMENT-FILE
            LABEL RECORDS ARE STANDARD.
       01   PBC-PAYMENT-OUT               PIC X(100).

       FD   PBC-REGISTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PBC-REGISTER-OUT              PIC X(150).

       FD   PBC-OPERATOR-FILE
            LABEL RECORDS ARE STANDARD.
       01   PBC-OPERATOR-OUT              PIC X(100).

       FD   PBC-MANIFEST-FILE
            LABEL RECORDS ARE STANDARD.
       01   PBC-MANIFEST-OUT              PIC X(100).

       WORKING-STORAGE SECTION.

            COPY "wsctllck.cbl".

       01   VND-PBC-LINE.
            05 VND-PBC-NUMBER             PIC 9(5).
            05 FILLER                     PIC X VALUE "|".
            05 VND-PBC-NAME               PIC X(30).
            05 FILLER                     PIC X VALUE "|".
            05 VND-PBC-ADDRESS-1          PIC X(30).
            05 FILLER                     PIC X VALUE "|".
            05 VND-PBC-ADDRESS-2          PIC X(30).
            05 FILLER                     PIC X VALUE "|".
            05 VND-PBC-CITY               PIC X(20).
            05 FILLER                     PIC X VALUE "|".
            05 VND-PBC-STATE              PIC X(2).
            05 FILLER                     PIC X VALUE "|".
            05 VND-PBC-ZIP                PIC X(10).
            05 FILLER                     PIC X VALUE "|".
            05 VND-PBC-COUNTRY            PIC X(2).
            05 FILLER                     PIC X VALUE "|".
            05 VND-PBC-TAX-ID             PIC X(11).
            05 FILLER                     PIC X VALUE "|".
            05 VND-PBC-1099               PIC X.
            05 FILLER                     PIC X VALUE "|".
            05 VND-PBC-W9                 PIC X.
            05 FILLER                     PIC X VALUE "|".
            05 VND-PBC-STATUS             PIC X.
            05 FILLER                     PIC X VALUE "|".
            05 VND-PBC-PAY-METHOD         PIC X.
            05 FILLER                     PIC X VALUE "|".
            05 VND-PBC-ROUTING            PIC X(9).
            05 FILLER                     PIC X VALUE "|".
            05 VND-PBC-ACCOUNT            PIC X(17).
            05 FILLER                     PIC X VALUE "|".
            05 VND-PBC-TERMS              PIC X(4).
            05 FILLER                     PIC X VALUE "|".
            05 VND-PBC-PARENT             PIC 9(5).
            05 FILLER                     PIC X VALUE "|".
            05 VND-PBC-CREDIT-LIMIT       PIC -9(7).99.

       01   VCH-PBC-LINE.
            05 VCH-PBC-SOURCE             PIC X.
            05 FILLER                     PIC X VALUE "|".
            05 VCH-PBC-NUMBER             PIC 9(5).
            05 FILLER                     PIC X VALUE "|".
            05 VCH-PBC-VENDOR             PIC 9(5).
            05 FILLER                     PIC X VALUE "|".
            05 VCH-PBC-INVOICE            PIC X(15).
            05 FILLER                     PIC X VALUE "|".
            05 VCH-PBC-INVOICE-DATE       PIC 9(8).
            05 FILLER                     PIC X VALUE "|".
            05 VCH-PBC-VCH-DATE           PIC 9(8).
            05 FILLER                     PIC X VALUE "|".
            05 VCH-PBC-DUE                PIC 9(8).
            05 FILLER                     PIC X VALUE "|".
            05 VCH-PBC-AMOUNT             PIC -9(6).99.
            05 FILLER                     PIC X VALUE "|".
            05 VCH-PBC-PAID-AMOUNT        PIC -9(6).99.
            05 FILLER                     PIC X VALUE "|".
            05 VCH-PBC-DISCOUNT-TAKEN     PIC -9(6).99.
            05 FILLER                     PIC X VALUE "|".
            05 VCH-PBC-RETAINED           PIC -9(6).99.
            05 FILLER                     PIC X VALUE "|".
            05 VCH-PBC-PAID-DATE          PIC 9(8).
            05 FILLER                     PIC X VALUE "|".
            05 VCH-PBC-CHECK-NO           PIC 9(6).
            05 FILLER                     PIC X VALUE "|".
            05 VCH-PBC-BANK               PIC X(4).
            05 FILLER                     PIC X VALUE "|".
            05 VCH-PBC-GL-CODE            PIC X(6).
            05 FILLER                     PIC X VALUE "|".
            05 VCH-PBC-PO                 PIC 9(5).
            05 FILLER                     PIC X VALUE "|".
            05 VCH-PBC-ENTERED-BY         PIC X(10).
            05 FILLER                     PIC X VALUE "|".
            05 VCH-PBC-APPROVAL           PIC X.
            05 FILLER                     PIC X VALUE "|".
            05 VCH-PBC-ESCHEATED          PIC X.
            05 FILLER                     PIC X VALUE "|".
            05 VCH-PBC-GL-BATCH           PIC 9(5).

       01   DST-PBC-LINE.
            05 DST-PBC-VOUCHER            PIC 9(5).
            05 FILLER                     PIC X VALUE "|".
            05 DST-PBC-LINE-NUMBER        PIC 9(2).
            05 FILLER                     PIC X VALUE "|".
            05 DST-PBC-GL-CODE            PIC X(6).
            05 FILLER                     PIC X VALUE "|".
            05 DST-PBC-AMOUNT             PIC -9(6).99.
            05 FILLER                     PIC X VALUE "|".
            05 DST-PBC-COMPANY            PIC 9.
            05 FILLER                     PIC X VALUE "|".
            05 DST-PBC-JOB                PIC X(8).
            05 FILLER                     PIC X VALUE "|".
            05 DST-PBC-1099-BOX           PIC X.

       01   PAY-PBC-LINE.
            05 PAY-PBC-VOUCHER            PIC 9(5).
            05 FILLER                     PIC X VALUE "|".
            05 PAY-PBC-SEQUENCE           PIC 9(2).
            05 FILLER                     PIC X VALUE "|".
            05 PAY-PBC-BANK               PIC X(4).
            05 FILLER                     PIC X VALUE "|".
            05 PAY-PBC-CHECK-NO           PIC 9(6).
            05 FILLER                     PIC X VALUE "|".
            05 PAY-PBC-DATE               PIC 9(8).
            05 FILLER                     PIC X VALUE "|".
            05 PAY-PBC-AMOUNT             PIC -9(6).99.
            05 FILLER                     PIC X VALUE "|".
            05 PAY-PBC-GL-BATCH           PIC 9(5).
            05 FILLER                     PIC X VALUE "|".
            05 PAY-PBC-CURRENCY           PIC X(3).
            05 FILLER                     PIC X VALUE "|".
            05 PAY-PBC-FOREIGN-AMOUNT     PIC -9(7).99.

       01   REG-PBC-LINE.
            05 REG-PBC-BANK               PIC X(4).
            05 FILLER                     PIC X VALUE "|".
            05 REG-PBC-CHECK-NO           PIC 9(6).
            05 FILLER                     PIC X VALUE "|".
            05 REG-PBC-PAYEE-TYPE         PIC X.
            05 FILLER                     PIC X VALUE "|".
            05 REG-PBC-PAYEE              PIC 9(5).
            05 FILLER                     PIC X VALUE "|".
            05 REG-PBC-PAYEE-NAME         PIC X(30).
            05 FILLER                     PIC X VALUE "|".
            05 REG-PBC-DATE               PIC 9(8).
            05 FILLER                     PIC X VALUE "|".
            05 REG-PBC-AMOUNT             PIC -9(8).99.
            05 FILLER                     PIC X VALUE "|".
            05 REG-PBC-CURRENCY           PIC X(3).
            05 FILLER                     PIC X VALUE "|".
            05 REG-PBC-USD-AMOUNT         PIC -9(8).99.
            05 FILLER                     PIC X VALUE "|".
            05 REG-PBC-STATUS             PIC X.
            05 FILLER                     PIC X VALUE "|".
            05 REG-PBC-TYPE               PIC X.

       01   OPR-PBC-LINE.
            05 OPR-PBC-CODE               PIC X(10).
            05 FILLER                     PIC X VALUE "|".
            05 OPR-PBC-NAME               PIC X(20).
            05 FILLER                     PIC X VALUE "|".
            05 OPR-PBC-STATUS             PIC X.
            05 FILLER                     PIC X VALUE "|".
            05 OPR-PBC-APPROVAL-LIMIT     PIC -9(7).99.
            05 FILLER                     PIC X VALUE "|".
            05 OPR-PBC-ENTRY              PIC X.
            05 FILLER                     PIC X VALUE "|".
            05 OPR-PBC-MAINTENANCE        PIC X.
            05 FILLER                     PIC X VALUE "|".
            05 OPR-PBC-CHECKRUN           PIC X.
            05 FILLER                     PIC X VALUE "|".
            05 OPR-PBC-CONTROL            PIC X.
            05 FILLER                     PIC X VALUE "|".
            05 OPR-PBC-REPORTS            PIC X.
            05 FILLER                     PIC X VALUE "|".
            05 OPR-PBC-RELEASE            PIC X.
            05 FILLER                     PIC X VALUE "|".
            05 OPR-PBC-COMPLIANCE         PIC X.
            05 FILLER                     PIC X VALUE "|".
            05 OPR-PBC-SENSITIVE          PIC X.

      * One manifest row: the file (or the tie), what the row
      * counts, its record count, its dollar total, and a hash of
      * its key numbers so a dropped or doubled row shows even
      * where the dollars happen to net.
       01   MAN-PBC-LINE.
            05 MAN-PBC-FILE               PIC X(8).
            05 FILLER                     PIC X VALUE "|".
            05 MAN-PBC-ITEM               PIC X(30).
            05 FILLER                     PIC X VALUE "|".
            05 MAN-PBC-COUNT              PIC 9(7).
            05 FILLER                     PIC X VALUE "|".
            05 MAN-PBC-AMOUNT             PIC -9(10).99.
            05 FILLER                     PIC X VALUE "|".
            05 MAN-PBC-HASH               PIC 9(12).

       01   MAN-PBC-TITLE-LINE.
            05 FILLER                     PIC X(9)  VALUE "PBC|COMPA".
            05 FILLER                     PIC X(3)  VALUE "NY ".
            05 MAN-TITLE-COMPANY          PIC 9.
            05 FILLER                     PIC X(13)
                                          VALUE " FISCAL YEAR ".
            05 MAN-TITLE-YEAR             PIC 9(4).
            05 FILLER                     PIC X VALUE "|".
            05 MAN-TITLE-START            PIC 9(8).
            05 FILLER                     PIC X VALUE "|".
            05 MAN-TITLE-END              PIC 9(8).
            05 FILLER                     PIC X VALUE "|".
            05 MAN-TITLE-RUN-DATE         PIC 9(8).

      * Running count, dollars and key hash for each output file.
       77   VENDOR-COUNT                  PIC 9(7) VALUE ZERO.
       77   VENDOR-HASH                   PIC 9(12) VALUE ZERO.
       77   VOUCHER-COUNT                 PIC 9(7) VALUE ZERO.
       77   VOUCHER-AMOUNT-TOTAL          PIC S9(10)V99 VALUE ZERO.
       77   VOUCHER-PAID-TOTAL            PIC S9(10)V99 VALUE ZERO.
       77   VOUCHER-HASH                  PIC 9(12) VALUE ZERO.
       77   DISTRIBUTION-COUNT            PIC 9(7) VALUE ZERO.
       77   DISTRIBUTION-TOTAL            PIC S9(10)V99 VALUE ZERO.
       77   DISTRIBUTION-HASH             PIC 9(12) VALUE ZERO.
       77   PAYMENT-COUNT                 PIC 9(7) VALUE ZERO.
       77   PAYMENT-TOTAL                 PIC S9(10)V99 VALUE ZERO.
       77   PAYMENT-HASH                  PIC 9(12) VALUE ZERO.
       77   REGISTER-COUNT                PIC 9(7) VALUE ZERO.
       77   REGISTER-TOTAL                PIC S9(10)V99 VALUE ZERO.
       77   REGISTER-HASH                 PIC 9(12) VALUE ZERO.
       77   REGISTER-ISSUED-COUNT         PIC 9(7) VALUE ZERO.
       77   REGISTER-ISSUED-TOTAL         PIC S9(10)V99 VALUE ZERO.
       77   REGISTER-VOID-COUNT           PIC 9(7) VALUE ZERO.
       77   REGISTER-VOID-TOTAL           PIC S9(10)V99 VALUE ZERO.
       77   REGISTER-EMPLOYEE-COUNT       PIC 9(7) VALUE ZERO.
       77   REGISTER-EMPLOYEE-TOTAL       PIC S9(10)V99 VALUE ZERO.
       77   WITHHELD-COUNT                PIC 9(7) VALUE ZERO.
       77   WITHHELD-TOTAL                PIC S9(10)V99 VALUE ZERO.
       77   OPERATOR-COUNT                PIC 9(7) VALUE ZERO.
       77   OPERATOR-LIMIT-TOTAL          PIC S9(10)V99 VALUE ZERO.
       77   MANIFEST-ROW-COUNT            PIC 9(7) VALUE ZERO.

       77   OPEN-VOUCHER-COUNT            PIC 9(7) VALUE ZERO.
       77   OPEN-AP-COMPUTED              PIC S9(10)V99 VALUE ZERO.
       77   OPEN-AP-CONTROL               PIC S9(10)V99 VALUE ZERO.
       77   OPEN-AMOUNT                   PIC S9(9)V99.
       77   TIE-DIFFERENCE                PIC S9(10)V99.
       77   TIE-FAILURES                  PIC 9 VALUE ZERO.

       77   PBC-FISCAL-YEAR               PIC 9(4).
       77   YEAR-START-DATE               PIC 9(8).
       77   YEAR-END-DATE                 PIC 9(8).
       77   REGISTER-USD                  PIC S9(8)V99.
       77   PAYMENT-COMPANY               PIC 9.
       77   ACCOUNT-LAST-FOUR             PIC X(4).
       77   ACCOUNT-INDEX                 PIC 99.

       77   VENDOR-FILE-AT-END            PIC X.
       77   VOUCHER-FILE-AT-END           PIC X.
       77   HISTORY-FILE-AT-END           PIC X.
       77   DISTRIBUTION-FILE-AT-END      PIC X.
       77   PAYMENT-FILE-AT-END           PIC X.
       77   REGISTER-FILE-AT-END          PIC X.
       77   OPERATOR-FILE-AT-END          PIC X.
       77   WITHHOLDING-FILE-AT-END       PIC X.
       77   FISCAL-FILE-AT-END            PIC X.
       77   DISTRIBUTION-LINES-FOUND      PIC X.
       77   RECORD-FOUND                  PIC X.

      * The voucher being written, from whichever file it came.
       77   FOUND-VOUCHER-NUMBER          PIC 9(5).
       77   FOUND-COMPANY                 PIC 9.
       77   FOUND-GL-CODE                 PIC X(6).
       77   FOUND-AMOUNT                  PIC S9(6)V99.
       77   FOUND-PAID-AMOUNT             PIC S9(6)V99.
       77   FOUND-JOB-NUMBER              PIC X(8).
       77   FOUND-1099-BOX                PIC X.

            COPY "wssignon01.cbl".
            COPY "wscase01.cbl".
            COPY "wsnumval01.cbl".
            COPY "wsmask01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "R" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            MOVE "pbcext01" TO SENSITIVE-PROGRAM-ID.
            PERFORM ACCEPT-FISCAL-YEAR.
            PERFORM FIND-THE-YEAR-DATES.
            PERFORM WRITE-THE-HEADER-ROWS.

            PERFORM EXTRACT-THE-VENDORS.
            PERFORM EXTRACT-THE-VOUCHERS.
            PERFORM EXTRACT-THE-ARCHIVED-VOUCHERS.
            PERFORM EXTRACT-THE-PAYMENTS.
            PERFORM EXTRACT-THE-REGISTER.
            PERFORM TOTAL-THE-WITHHOLDING.
            PERFORM EXTRACT-THE-OPERATORS.
            PERFORM WRITE-THE-MANIFEST.

            PERFORM CLOSING-PROCEDURE.
            PERFORM REGISTER-THE-PACK-FILES.
            IF TIE-FAILURES NOT = ZERO
                DISPLAY "MANIFEST TIES OUT OF BALANCE: " TIE-FAILURES
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY "AUDITOR DATA PACK WRITTEN - ALL TIES AGREE".

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT VOUCHER-HISTORY-FILE.
            OPEN INPUT DISTRIBUTION-FILE.
            OPEN INPUT PAYMENT-HISTORY-FILE.
            OPEN INPUT CHECK-REGISTER-FILE.
            OPEN INPUT BANK-ACCOUNT-FILE.
            OPEN INPUT BACKUP-WITHHOLDING-FILE.
            OPEN INPUT CONTROL-FILE.
            OPEN INPUT FISCAL-CALENDAR-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            OPEN I-O SYSTEM-AUDIT-FILE.
            OPEN OUTPUT PBC-VENDOR-FILE.
            OPEN OUTPUT PBC-VOUCHER-FILE.
            OPEN OUTPUT PBC-DISTRIBUTION-FILE.
            OPEN OUTPUT PBC-PAYMENT-FILE.
            OPEN OUTPUT PBC-REGISTER-FILE.
            OPEN OUTPUT PBC-OPERATOR-FILE.
            OPEN OUTPUT PBC-MANIFEST-FILE.

       CLOSING-PROCEDURE.
            CLOSE VENDOR-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE VOUCHER-HISTORY-FILE.
            CLOSE DISTRIBUTION-FILE.
            CLOSE PAYMENT-HISTORY-FILE.
            CLOSE CHECK-REGISTER-FILE.
            CLOSE BANK-ACCOUNT-FILE.
            CLOSE BACKUP-WITHHOLDING-FILE.
            CLOSE CONTROL-FILE.
            CLOSE FISCAL-CALENDAR-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
            CLOSE SYSTEM-AUDIT-FILE.
            CLOSE PBC-VENDOR-FILE.
            CLOSE PBC-VOUCHER-FILE.
            CLOSE PBC-DISTRIBUTION-FILE.
            CLOSE PBC-PAYMENT-FILE.
            CLOSE PBC-REGISTER-FILE.
            CLOSE PBC-OPERATOR-FILE.
            CLOSE PBC-MANIFEST-FILE.

      *--------------------------------
      * OPERATOR SIGN-ON
      *--------------------------------
            COPY "plsignon01.cbl".

      *--------------------------------
      * THE FISCAL YEAR
      *--------------------------------
       ACCEPT-FISCAL-YEAR.
            MOVE "ENTER FISCAL YEAR (CCYY)?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO PBC-FISCAL-YEAR.
            IF PBC-FISCAL-YEAR < 1900
                DISPLAY "ENTER ALL FOUR DIGITS OF THE YEAR"
                PERFORM ACCEPT-FISCAL-YEAR.

      * The year runs from the first period's start to the last
      * period's end, however many periods the calendar holds.
       FIND-THE-YEAR-DATES.
            MOVE ZEROES TO YEAR-START-DATE.
            MOVE ZEROES TO YEAR-END-DATE.
            MOVE "N" TO FISCAL-FILE-AT-END.
            MOVE PBC-FISCAL-YEAR TO FISCAL-YEAR.
            MOVE ZEROES TO FISCAL-PERIOD.
            START FISCAL-CALENDAR-FILE
               KEY IS NOT LESS THAN FISCAL-KEY
               INVALID KEY
               MOVE "Y" TO FISCAL-FILE-AT-END.
            IF FISCAL-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-FISCAL-RECORD.
            PERFORM WIDEN-THE-YEAR-DATES
               UNTIL FISCAL-FILE-AT-END = "Y".
            IF YEAR-START-DATE = ZEROES
                COMPUTE YEAR-START-DATE = PBC-FISCAL-YEAR * 10000
                   + 0101
                COMPUTE YEAR-END-DATE = PBC-FISCAL-YEAR * 10000
                   + 1231
                DISPLAY "YEAR NOT ON THE FISCAL CALENDAR -"
                   " CALENDAR YEAR USED".

       WIDEN-THE-YEAR-DATES.
            IF YEAR-START-DATE = ZEROES OR
                  FISCAL-START-DATE < YEAR-START-DATE
                MOVE FISCAL-START-DATE TO YEAR-START-DATE.
            IF FISCAL-END-DATE > YEAR-END-DATE
                MOVE FISCAL-END-DATE TO YEAR-END-DATE.
            PERFORM READ-NEXT-FISCAL-RECORD.

       READ-NEXT-FISCAL-RECORD.
            READ FISCAL-CALENDAR-FILE NEXT RECORD
               AT END MOVE "Y" TO FISCAL-FILE-AT-END.
            IF FISCAL-FILE-AT-END NOT = "Y"
                IF FISCAL-YEAR NOT = PBC-FISCAL-YEAR
                    MOVE "Y" TO FISCAL-FILE-AT-END.

       WRITE-THE-HEADER-ROWS.
            MOVE "VENDOR|NAME|ADDRESS1|ADDRESS2|CITY|STATE|ZIP|COUN
      -        "TRY|TAXID|F1099|W9|STATUS|PAYMETHOD|ROUTING|ACCOUNT|
      -        "TERMS|PARENT|CREDITLIMIT"
               TO PBC-VENDOR-OUT.
            WRITE PBC-VENDOR-OUT.
            MOVE "SOURCE|VOUCHER|VENDOR|INVOICE|INVDATE|VCHDATE|DUE
      -        "DATE|AMOUNT|PAIDAMT|DISCTAKEN|RETAINED|PAIDDATE|CHECK
      -        "NO|BANK|GLCODE|PO|ENTEREDBY|APPROVAL|ESCHEATED|GLBATC
      -        "H"
               TO PBC-VOUCHER-OUT.
            WRITE PBC-VOUCHER-OUT.
            MOVE "VOUCHER|LINE|GLCODE|AMOUNT|COMPANY|JOB|BOX1099"
               TO PBC-DISTRIBUTION-OUT.
            WRITE PBC-DISTRIBUTION-OUT.
            MOVE "VOUCHER|SEQUENCE|BANK|CHECKNO|PAYDATE|AMOUNT|GLBA
      -        "TCH|CURRENCY|FOREIGNAMT"
               TO PBC-PAYMENT-OUT.
            WRITE PBC-PAYMENT-OUT.
            MOVE "BANK|CHECKNO|PAYEETYPE|PAYEE|PAYEENAME|CHECKDATE|
      -        "AMOUNT|CURRENCY|USDAMOUNT|STATUS|TYPE"
               TO PBC-REGISTER-OUT.
            WRITE PBC-REGISTER-OUT.
            MOVE "OPERATOR|NAME|STATUS|APPROVALLIMIT|ENTRY|MAINTENA
      -        "NCE|CHECKRUN|CONTROL|REPORTS|RELEASE|COMPLIANCE|SENSITIV
      -        "E"
               TO PBC-OPERATOR-OUT.
            WRITE PBC-OPERATOR-OUT.

      *--------------------------------
      * VENDOR MASTER
      *--------------------------------
       EXTRACT-THE-VENDORS.
            MOVE "N" TO VENDOR-FILE-AT-END.
            PERFORM READ-NEXT-VENDOR-RECORD.
            PERFORM EXTRACT-ONE-VENDOR
               UNTIL VENDOR-FILE-AT-END = "Y".

       EXTRACT-ONE-VENDOR.
            IF VENDOR-COMPANY = CURRENT-COMPANY
                PERFORM WRITE-THE-VENDOR-ROW.
            PERFORM READ-NEXT-VENDOR-RECORD.

      * The vendor's bank account goes out as its last four digits
      * only - enough to match a remittance, not to draw on it.
       WRITE-THE-VENDOR-ROW.
            MOVE VENDOR-NUMBER TO VND-PBC-NUMBER.
            MOVE VENDOR-NAME TO VND-PBC-NAME.
            MOVE VENDOR-ADDRESS-1 TO VND-PBC-ADDRESS-1.
            MOVE VENDOR-ADDRESS-2 TO VND-PBC-ADDRESS-2.
            MOVE VENDOR-CITY TO VND-PBC-CITY.
            MOVE VENDOR-STATE TO VND-PBC-STATE.
            MOVE VENDOR-ZIP TO VND-PBC-ZIP.
            MOVE VENDOR-COUNTRY-CODE TO VND-PBC-COUNTRY.
            MOVE VENDOR-TAX-ID TO SENSITIVE-VALUE.
            MOVE "VENDOR-TAX-ID" TO SENSITIVE-FIELD-NAME.
            MOVE VENDOR-NUMBER TO SENSITIVE-RECORD-KEY.
            PERFORM SHOW-SENSITIVE-VALUE.
            MOVE SENSITIVE-SHOWN TO VND-PBC-TAX-ID.
            MOVE VENDOR-1099-FLAG TO VND-PBC-1099.
            MOVE VENDOR-W9-ON-FILE TO VND-PBC-W9.
            MOVE VENDOR-STATUS TO VND-PBC-STATUS.
            MOVE VENDOR-PAYMENT-METHOD TO VND-PBC-PAY-METHOD.
            MOVE VENDOR-ABA-ROUTING-NUMBER TO VND-PBC-ROUTING.
            MOVE SPACES TO VND-PBC-ACCOUNT.
            IF VENDOR-BANK-ACCOUNT-NUMBER NOT = SPACES
                PERFORM MASK-THE-VENDOR-ACCOUNT.
            MOVE VENDOR-TERMS-CODE TO VND-PBC-TERMS.
            MOVE VENDOR-PARENT-NUMBER TO VND-PBC-PARENT.
            MOVE VENDOR-CREDIT-LIMIT TO VND-PBC-CREDIT-LIMIT.
            MOVE VND-PBC-LINE TO PBC-VENDOR-OUT.
            WRITE PBC-VENDOR-OUT.
            ADD 1 TO VENDOR-COUNT.
            ADD VENDOR-NUMBER TO VENDOR-HASH.

      * Account numbers are keyed left-justified, so the last four
      * are the last four non-blank characters.
       MASK-THE-VENDOR-ACCOUNT.
            MOVE VENDOR-BANK-ACCOUNT-NUMBER TO VND-PBC-ACCOUNT.
            MOVE 17 TO ACCOUNT-INDEX.
            PERFORM BACK-OFF-TRAILING-SPACE
               UNTIL ACCOUNT-INDEX < 5 OR
                  VENDOR-BANK-ACCOUNT-NUMBER (ACCOUNT-INDEX:1)
                     NOT = SPACE.
            IF ACCOUNT-INDEX < 5
                MOVE "****" TO VND-PBC-ACCOUNT
            ELSE
                MOVE VENDOR-BANK-ACCOUNT-NUMBER
                   (ACCOUNT-INDEX - 3:4) TO ACCOUNT-LAST-FOUR
                MOVE SPACES TO VND-PBC-ACCOUNT
                STRING "****" ACCOUNT-LAST-FOUR
                   DELIMITED BY SIZE INTO VND-PBC-ACCOUNT.

       BACK-OFF-TRAILING-SPACE.
            SUBTRACT 1 FROM ACCOUNT-INDEX.

      *--------------------------------
      * VOUCHERS AND DISTRIBUTIONS
      *--------------------------------
      * Every live voucher of the company feeds the open-AP tie, on
      * the same open-amount rule vchprf01.cbl proves with; only
      * those dated in the year are written.
       EXTRACT-THE-VOUCHERS.
            MOVE "N" TO VOUCHER-FILE-AT-END.
            PERFORM READ-NEXT-VOUCHER-RECORD.
            PERFORM EXTRACT-ONE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".

       EXTRACT-ONE-VOUCHER.
            IF VOUCHER-COMPANY = CURRENT-COMPANY
                PERFORM ADD-TO-THE-OPEN-AP
                IF VOUCHER-DATE NOT < YEAR-START-DATE AND
                      VOUCHER-DATE NOT > YEAR-END-DATE
                    PERFORM WRITE-THE-VOUCHER-ROW.
            PERFORM READ-NEXT-VOUCHER-RECORD.

       ADD-TO-THE-OPEN-AP.
            IF VOUCHER-PAID-DATE = ZEROES AND
                  VOUCHER-ESCHEATED NOT = "E"
                COMPUTE OPEN-AMOUNT = VOUCHER-AMOUNT
                   - VOUCHER-PAID-AMOUNT - VOUCHER-DISCOUNT-TAKEN
                   - VOUCHER-RETAINED-AMOUNT
                ADD OPEN-AMOUNT TO OPEN-AP-COMPUTED
                ADD 1 TO OPEN-VOUCHER-COUNT.

       WRITE-THE-VOUCHER-ROW.
            MOVE "L" TO VCH-PBC-SOURCE.
            MOVE VOUCHER-NUMBER TO VCH-PBC-NUMBER.
            MOVE VOUCHER-VENDOR TO VCH-PBC-VENDOR.
            MOVE VOUCHER-INVOICE TO VCH-PBC-INVOICE.
            MOVE VOUCHER-INVOICE-DATE TO VCH-PBC-INVOICE-DATE.
            MOVE VOUCHER-DATE TO VCH-PBC-VCH-DATE.
            MOVE VOUCHER-DUE TO VCH-PBC-DUE.
            MOVE VOUCHER-AMOUNT TO VCH-PBC-AMOUNT.
            MOVE VOUCHER-PAID-AMOUNT TO VCH-PBC-PAID-AMOUNT.
            MOVE VOUCHER-DISCOUNT-TAKEN TO VCH-PBC-DISCOUNT-TAKEN.
            MOVE VOUCHER-RETAINED-AMOUNT TO VCH-PBC-RETAINED.
            MOVE VOUCHER-PAID-DATE TO VCH-PBC-PAID-DATE.
            MOVE VOUCHER-CHECK-NO TO VCH-PBC-CHECK-NO.
            MOVE VOUCHER-BANK-ACCOUNT TO VCH-PBC-BANK.
            MOVE VOUCHER-GL-CODE TO VCH-PBC-GL-CODE.
            MOVE VOUCHER-PO-NUMBER TO VCH-PBC-PO.
            MOVE VOUCHER-ENTERED-BY TO VCH-PBC-ENTERED-BY.
            MOVE VOUCHER-APPROVAL-STATUS TO VCH-PBC-APPROVAL.
            MOVE VOUCHER-ESCHEATED TO VCH-PBC-ESCHEATED.
            MOVE VOUCHER-GL-BATCH TO VCH-PBC-GL-BATCH.
            MOVE VOUCHER-NUMBER TO FOUND-VOUCHER-NUMBER.
            MOVE VOUCHER-COMPANY TO FOUND-COMPANY.
            MOVE VOUCHER-GL-CODE TO FOUND-GL-CODE.
            MOVE VOUCHER-AMOUNT TO FOUND-AMOUNT.
            MOVE VOUCHER-PAID-AMOUNT TO FOUND-PAID-AMOUNT.
            MOVE VOUCHER-JOB-NUMBER TO FOUND-JOB-NUMBER.
            MOVE VOUCHER-1099-BOX TO FOUND-1099-BOX.
            PERFORM WRITE-THE-FOUND-VOUCHER.

       EXTRACT-THE-ARCHIVED-VOUCHERS.
            MOVE "N" TO HISTORY-FILE-AT-END.
            PERFORM READ-NEXT-HISTORY-RECORD.
            PERFORM EXTRACT-ONE-ARCHIVED-VOUCHER
               UNTIL HISTORY-FILE-AT-END = "Y".

       EXTRACT-ONE-ARCHIVED-VOUCHER.
            IF HISTORY-COMPANY = CURRENT-COMPANY AND
                  HISTORY-DATE NOT < YEAR-START-DATE AND
                  HISTORY-DATE NOT > YEAR-END-DATE
                PERFORM WRITE-THE-ARCHIVED-ROW.
            PERFORM READ-NEXT-HISTORY-RECORD.

       WRITE-THE-ARCHIVED-ROW.
            MOVE "H" TO VCH-PBC-SOURCE.
            MOVE HISTORY-VOUCHER-NUMBER TO VCH-PBC-NUMBER.
            MOVE HISTORY-VOUCHER-VENDOR TO VCH-PBC-VENDOR.
            MOVE HISTORY-INVOICE TO VCH-PBC-INVOICE.
            MOVE HISTORY-INVOICE-DATE TO VCH-PBC-INVOICE-DATE.
            MOVE HISTORY-DATE TO VCH-PBC-VCH-DATE.
            MOVE HISTORY-DUE TO VCH-PBC-DUE.
            MOVE HISTORY-AMOUNT TO VCH-PBC-AMOUNT.
            MOVE HISTORY-PAID-AMOUNT TO VCH-PBC-PAID-AMOUNT.
            MOVE HISTORY-DISCOUNT-TAKEN TO VCH-PBC-DISCOUNT-TAKEN.
            MOVE HISTORY-RETAINED-AMOUNT TO VCH-PBC-RETAINED.
            MOVE HISTORY-PAID-DATE TO VCH-PBC-PAID-DATE.
            MOVE HISTORY-CHECK-NO TO VCH-PBC-CHECK-NO.
            MOVE HISTORY-BANK-ACCOUNT TO VCH-PBC-BANK.
            MOVE HISTORY-GL-CODE TO VCH-PBC-GL-CODE.
            MOVE HISTORY-PO-NUMBER TO VCH-PBC-PO.
            MOVE HISTORY-ENTERED-BY TO VCH-PBC-ENTERED-BY.
            MOVE HISTORY-APPROVAL-STATUS TO VCH-PBC-APPROVAL.
            MOVE HISTORY-ESCHEATED TO VCH-PBC-ESCHEATED.
            MOVE HISTORY-GL-BATCH TO VCH-PBC-GL-BATCH.
            MOVE HISTORY-VOUCHER-NUMBER TO FOUND-VOUCHER-NUMBER.
            MOVE HISTORY-COMPANY TO FOUND-COMPANY.
            MOVE HISTORY-GL-CODE TO FOUND-GL-CODE.
            MOVE HISTORY-AMOUNT TO FOUND-AMOUNT.
            MOVE HISTORY-PAID-AMOUNT TO FOUND-PAID-AMOUNT.
            MOVE HISTORY-JOB-NUMBER TO FOUND-JOB-NUMBER.
            MOVE HISTORY-1099-BOX TO FOUND-1099-BOX.
            PERFORM WRITE-THE-FOUND-VOUCHER.

       WRITE-THE-FOUND-VOUCHER.
            MOVE VCH-PBC-LINE TO PBC-VOUCHER-OUT.
            WRITE PBC-VOUCHER-OUT.
            ADD 1 TO VOUCHER-COUNT.
            ADD FOUND-AMOUNT TO VOUCHER-AMOUNT-TOTAL.
            ADD FOUND-PAID-AMOUNT TO VOUCHER-PAID-TOTAL.
            ADD FOUND-VOUCHER-NUMBER TO VOUCHER-HASH.
            PERFORM EXTRACT-THE-DISTRIBUTION.

      * Distribution lines stay on file when a voucher is archived,
      * so the same lookup serves both sources.
       EXTRACT-THE-DISTRIBUTION.
            MOVE "N" TO DISTRIBUTION-LINES-FOUND.
            MOVE "N" TO DISTRIBUTION-FILE-AT-END.
            MOVE FOUND-VOUCHER-NUMBER TO DIST-VOUCHER-NUMBER.
            MOVE ZEROES TO DIST-LINE-NUMBER.
            START DISTRIBUTION-FILE
               KEY IS NOT LESS THAN DISTRIBUTION-KEY
               INVALID KEY
               MOVE "Y" TO DISTRIBUTION-FILE-AT-END.
            IF DISTRIBUTION-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-DISTRIBUTION-RECORD.
            PERFORM EXTRACT-ONE-DISTRIBUTION-LINE
               UNTIL DISTRIBUTION-FILE-AT-END = "Y".
            IF DISTRIBUTION-LINES-FOUND = "N"
                PERFORM WRITE-THE-HEADER-DISTRIBUTION.

       EXTRACT-ONE-DISTRIBUTION-LINE.
            MOVE "Y" TO DISTRIBUTION-LINES-FOUND.
            MOVE DIST-VOUCHER-NUMBER TO DST-PBC-VOUCHER.
            MOVE DIST-LINE-NUMBER TO DST-PBC-LINE-NUMBER.
            MOVE DIST-GL-CODE TO DST-PBC-GL-CODE.
            MOVE DIST-AMOUNT TO DST-PBC-AMOUNT.
            IF DIST-COMPANY = ZERO
                MOVE FOUND-COMPANY TO DST-PBC-COMPANY
            ELSE
                MOVE DIST-COMPANY TO DST-PBC-COMPANY.
            IF DIST-JOB-NUMBER = SPACES
                MOVE FOUND-JOB-NUMBER TO DST-PBC-JOB
            ELSE
                MOVE DIST-JOB-NUMBER TO DST-PBC-JOB.
            MOVE DIST-1099-BOX TO DST-PBC-1099-BOX.
            MOVE DST-PBC-LINE TO PBC-DISTRIBUTION-OUT.
            WRITE PBC-DISTRIBUTION-OUT.
            ADD 1 TO DISTRIBUTION-COUNT.
            ADD DIST-AMOUNT TO DISTRIBUTION-TOTAL.
            ADD DIST-VOUCHER-NUMBER TO DISTRIBUTION-HASH.
            PERFORM READ-NEXT-DISTRIBUTION-RECORD.

       WRITE-THE-HEADER-DISTRIBUTION.
            MOVE FOUND-VOUCHER-NUMBER TO DST-PBC-VOUCHER.
            MOVE ZEROES TO DST-PBC-LINE-NUMBER.
            MOVE FOUND-GL-CODE TO DST-PBC-GL-CODE.
            MOVE FOUND-AMOUNT TO DST-PBC-AMOUNT.
            MOVE FOUND-COMPANY TO DST-PBC-COMPANY.
            MOVE FOUND-JOB-NUMBER TO DST-PBC-JOB.
            MOVE FOUND-1099-BOX TO DST-PBC-1099-BOX.
            MOVE DST-PBC-LINE TO PBC-DISTRIBUTION-OUT.
            WRITE PBC-DISTRIBUTION-OUT.
            ADD 1 TO DISTRIBUTION-COUNT.
            ADD FOUND-AMOUNT TO DISTRIBUTION-TOTAL.
            ADD FOUND-VOUCHER-NUMBER TO DISTRIBUTION-HASH.

      *--------------------------------
      * PAYMENT HISTORY
      *--------------------------------
      * A payment record carries no company, so its voucher is
      * looked up - live first, then archived.
       EXTRACT-THE-PAYMENTS.
            MOVE "N" TO PAYMENT-FILE-AT-END.
            PERFORM READ-NEXT-PAYMENT-RECORD.
            PERFORM EXTRACT-ONE-PAYMENT
               UNTIL PAYMENT-FILE-AT-END = "Y".

       EXTRACT-ONE-PAYMENT.
            IF PAYMENT-DATE NOT < YEAR-START-DATE AND
                  PAYMENT-DATE NOT > YEAR-END-DATE
                PERFORM FIND-THE-PAYMENT-COMPANY
                IF PAYMENT-COMPANY = CURRENT-COMPANY
                    PERFORM WRITE-THE-PAYMENT-ROW.
            PERFORM READ-NEXT-PAYMENT-RECORD.

       FIND-THE-PAYMENT-COMPANY.
            MOVE ZERO TO PAYMENT-COMPANY.
            MOVE "Y" TO RECORD-FOUND.
            MOVE PAYMENT-VOUCHER-NUMBER TO VOUCHER-NUMBER.
            READ VOUCHER-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.
            IF RECORD-FOUND = "Y"
                MOVE VOUCHER-COMPANY TO PAYMENT-COMPANY
            ELSE
                PERFORM FIND-THE-ARCHIVED-COMPANY.

       FIND-THE-ARCHIVED-COMPANY.
            MOVE "Y" TO RECORD-FOUND.
            MOVE PAYMENT-VOUCHER-NUMBER TO HISTORY-VOUCHER-NUMBER.
            READ VOUCHER-HISTORY-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.
            IF RECORD-FOUND = "Y"
                MOVE HISTORY-COMPANY TO PAYMENT-COMPANY.

       WRITE-THE-PAYMENT-ROW.
            MOVE PAYMENT-VOUCHER-NUMBER TO PAY-PBC-VOUCHER.
            MOVE PAYMENT-SEQUENCE TO PAY-PBC-SEQUENCE.
            MOVE PAYMENT-BANK-ACCOUNT TO PAY-PBC-BANK.
            MOVE PAYMENT-CHECK-NO TO PAY-PBC-CHECK-NO.
            MOVE PAYMENT-DATE TO PAY-PBC-DATE.
            MOVE PAYMENT-AMOUNT TO PAY-PBC-AMOUNT.
            MOVE PAYMENT-GL-BATCH TO PAY-PBC-GL-BATCH.
            MOVE PAYMENT-CURRENCY TO PAY-PBC-CURRENCY.
            MOVE PAYMENT-FOREIGN-AMOUNT TO PAY-PBC-FOREIGN-AMOUNT.
            MOVE PAY-PBC-LINE TO PBC-PAYMENT-OUT.
            WRITE PBC-PAYMENT-OUT.
            ADD 1 TO PAYMENT-COUNT.
            ADD PAYMENT-AMOUNT TO PAYMENT-TOTAL.
            ADD PAYMENT-CHECK-NO TO PAYMENT-HASH.

      *--------------------------------
      * CHECK REGISTER
      *--------------------------------
       EXTRACT-THE-REGISTER.
            MOVE "N" TO REGISTER-FILE-AT-END.
            PERFORM READ-NEXT-REGISTER-RECORD.
            PERFORM EXTRACT-ONE-REGISTER-ENTRY
               UNTIL REGISTER-FILE-AT-END = "Y".

       EXTRACT-ONE-REGISTER-ENTRY.
            IF REGISTER-CHECK-DATE NOT < YEAR-START-DATE AND
                  REGISTER-CHECK-DATE NOT > YEAR-END-DATE
                MOVE REGISTER-BANK-ACCOUNT TO BANK-ACCOUNT-CODE
                PERFORM FIND-THE-BANK-ACCOUNT
                IF RECORD-FOUND = "Y" AND
                      BANK-ACCOUNT-COMPANY = CURRENT-COMPANY
                    PERFORM WRITE-THE-REGISTER-ROW.
            PERFORM READ-NEXT-REGISTER-RECORD.

       FIND-THE-BANK-ACCOUNT.
            MOVE "Y" TO RECORD-FOUND.
            READ BANK-ACCOUNT-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.

      * Dollars are the booked USD - the instrument amount on a
      * domestic account, the USD equivalent on a foreign one.
       WRITE-THE-REGISTER-ROW.
            IF REGISTER-CURRENCY = SPACES
                MOVE REGISTER-CHECK-AMOUNT TO REGISTER-USD
            ELSE
                MOVE REGISTER-USD-AMOUNT TO REGISTER-USD.
            MOVE REGISTER-BANK-ACCOUNT TO REG-PBC-BANK.
            MOVE REGISTER-CHECK-NO TO REG-PBC-CHECK-NO.
            MOVE REGISTER-PAYEE-TYPE TO REG-PBC-PAYEE-TYPE.
            MOVE REGISTER-VENDOR TO REG-PBC-PAYEE.
            MOVE REGISTER-PAYEE-NAME TO REG-PBC-PAYEE-NAME.
            MOVE REGISTER-CHECK-DATE TO REG-PBC-DATE.
            MOVE REGISTER-CHECK-AMOUNT TO REG-PBC-AMOUNT.
            MOVE REGISTER-CURRENCY TO REG-PBC-CURRENCY.
            MOVE REGISTER-USD TO REG-PBC-USD-AMOUNT.
            MOVE REGISTER-STATUS TO REG-PBC-STATUS.
            MOVE REGISTER-PAYMENT-TYPE TO REG-PBC-TYPE.
            MOVE REG-PBC-LINE TO PBC-REGISTER-OUT.
            WRITE PBC-REGISTER-OUT.
            ADD 1 TO REGISTER-COUNT.
            ADD REGISTER-USD TO REGISTER-TOTAL.
            ADD REGISTER-CHECK-NO TO REGISTER-HASH.
            IF REGISTER-STATUS-VOID
                ADD 1 TO REGISTER-VOID-COUNT
                ADD REGISTER-USD TO REGISTER-VOID-TOTAL
            ELSE
                IF REGISTER-PAYEE-EMPLOYEE
                    ADD 1 TO REGISTER-EMPLOYEE-COUNT
                    ADD REGISTER-USD TO REGISTER-EMPLOYEE-TOTAL
                ELSE
                    ADD 1 TO REGISTER-ISSUED-COUNT
                    ADD REGISTER-USD TO REGISTER-ISSUED-TOTAL.

      * Withholding kept back from the company's vendor payments in
      * the year - counted as paid on the voucher, never on the
      * check.
       TOTAL-THE-WITHHOLDING.
            MOVE "N" TO WITHHOLDING-FILE-AT-END.
            PERFORM READ-NEXT-WITHHOLDING-RECORD.
            PERFORM ADD-ONE-WITHHOLDING
               UNTIL WITHHOLDING-FILE-AT-END = "Y".

       ADD-ONE-WITHHOLDING.
            IF BWH-DATE NOT < YEAR-START-DATE AND
                  BWH-DATE NOT > YEAR-END-DATE AND
                  BWH-WITHHELD-AMOUNT NOT = ZERO
                MOVE BWH-BANK-ACCOUNT TO BANK-ACCOUNT-CODE
                PERFORM FIND-THE-BANK-ACCOUNT
                IF RECORD-FOUND = "Y" AND
                      BANK-ACCOUNT-COMPANY = CURRENT-COMPANY
                    ADD 1 TO WITHHELD-COUNT
                    ADD BWH-WITHHELD-AMOUNT TO WITHHELD-TOTAL.
            PERFORM READ-NEXT-WITHHOLDING-RECORD.

      *--------------------------------
      * OPERATORS
      *--------------------------------
       EXTRACT-THE-OPERATORS.
            MOVE LOW-VALUES TO OPERATOR-CODE.
            MOVE "N" TO OPERATOR-FILE-AT-END.
            START OPERATOR-FILE
               KEY IS NOT LESS THAN OPERATOR-CODE
               INVALID KEY
               MOVE "Y" TO OPERATOR-FILE-AT-END.
            IF OPERATOR-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-OPERATOR-RECORD.
            PERFORM EXTRACT-ONE-OPERATOR
               UNTIL OPERATOR-FILE-AT-END = "Y".

       EXTRACT-ONE-OPERATOR.
            MOVE OPERATOR-CODE TO OPR-PBC-CODE.
            MOVE OPERATOR-NAME TO OPR-PBC-NAME.
            MOVE OPERATOR-STATUS TO OPR-PBC-STATUS.
            MOVE OPERATOR-APPROVAL-LIMIT TO OPR-PBC-APPROVAL-LIMIT.
            MOVE OPERATOR-AUTH-ENTRY TO OPR-PBC-ENTRY.
            MOVE OPERATOR-AUTH-MAINTENANCE TO OPR-PBC-MAINTENANCE.
            MOVE OPERATOR-AUTH-CHECKRUN TO OPR-PBC-CHECKRUN.
            MOVE OPERATOR-AUTH-CONTROL TO OPR-PBC-CONTROL.
            MOVE OPERATOR-AUTH-REPORTS TO OPR-PBC-REPORTS.
            MOVE OPERATOR-AUTH-RELEASE TO OPR-PBC-RELEASE.
            MOVE OPERATOR-AUTH-COMPLIANCE TO OPR-PBC-COMPLIANCE.
            MOVE OPERATOR-AUTH-SENSITIVE TO OPR-PBC-SENSITIVE.
            MOVE OPR-PBC-LINE TO PBC-OPERATOR-OUT.
            WRITE PBC-OPERATOR-OUT.
            ADD 1 TO OPERATOR-COUNT.
            ADD OPERATOR-APPROVAL-LIMIT TO OPERATOR-LIMIT-TOTAL.
            PERFORM READ-NEXT-OPERATOR-RECORD.

      *--------------------------------
      * MANIFEST
      *--------------------------------
       WRITE-THE-MANIFEST.
            MOVE CURRENT-COMPANY TO MAN-TITLE-COMPANY.
            MOVE PBC-FISCAL-YEAR TO MAN-TITLE-YEAR.
            MOVE YEAR-START-DATE TO MAN-TITLE-START.
            MOVE YEAR-END-DATE TO MAN-TITLE-END.
            ACCEPT MAN-TITLE-RUN-DATE FROM DATE YYYYMMDD.
            MOVE MAN-PBC-TITLE-LINE TO PBC-MANIFEST-OUT.
            WRITE PBC-MANIFEST-OUT.
            MOVE "FILE|ITEM|RECORDS|AMOUNT|KEYHASH"
               TO PBC-MANIFEST-OUT.
            WRITE PBC-MANIFEST-OUT.

            MOVE "PBCVND" TO MAN-PBC-FILE.
            MOVE "VENDORS - HASH OF NUMBERS" TO MAN-PBC-ITEM.
            MOVE VENDOR-COUNT TO MAN-PBC-COUNT.
            MOVE ZERO TO MAN-PBC-AMOUNT.
            MOVE VENDOR-HASH TO MAN-PBC-HASH.
            PERFORM WRITE-MANIFEST-ROW.

            MOVE "PBCVCH" TO MAN-PBC-FILE.
            MOVE "VOUCHER AMOUNT" TO MAN-PBC-ITEM.
            MOVE VOUCHER-COUNT TO MAN-PBC-COUNT.
            MOVE VOUCHER-AMOUNT-TOTAL TO MAN-PBC-AMOUNT.
            MOVE VOUCHER-HASH TO MAN-PBC-HASH.
            PERFORM WRITE-MANIFEST-ROW.
            MOVE "VOUCHER PAID AMOUNT" TO MAN-PBC-ITEM.
            MOVE VOUCHER-PAID-TOTAL TO MAN-PBC-AMOUNT.
            PERFORM WRITE-MANIFEST-ROW.

            MOVE "PBCDST" TO MAN-PBC-FILE.
            MOVE "DISTRIBUTION AMOUNT" TO MAN-PBC-ITEM.
            MOVE DISTRIBUTION-COUNT TO MAN-PBC-COUNT.
            MOVE DISTRIBUTION-TOTAL TO MAN-PBC-AMOUNT.
            MOVE DISTRIBUTION-HASH TO MAN-PBC-HASH.
            PERFORM WRITE-MANIFEST-ROW.

            MOVE "PBCPAY" TO MAN-PBC-FILE.
            MOVE "PAYMENT AMOUNT" TO MAN-PBC-ITEM.
            MOVE PAYMENT-COUNT TO MAN-PBC-COUNT.
            MOVE PAYMENT-TOTAL TO MAN-PBC-AMOUNT.
            MOVE PAYMENT-HASH TO MAN-PBC-HASH.
            PERFORM WRITE-MANIFEST-ROW.

            MOVE "PBCREG" TO MAN-PBC-FILE.
            MOVE "REGISTER USD AMOUNT" TO MAN-PBC-ITEM.
            MOVE REGISTER-COUNT TO MAN-PBC-COUNT.
            MOVE REGISTER-TOTAL TO MAN-PBC-AMOUNT.
            MOVE REGISTER-HASH TO MAN-PBC-HASH.
            PERFORM WRITE-MANIFEST-ROW.

            MOVE "PBCOPR" TO MAN-PBC-FILE.
            MOVE "OPERATOR APPROVAL LIMITS" TO MAN-PBC-ITEM.
            MOVE OPERATOR-COUNT TO MAN-PBC-COUNT.
            MOVE OPERATOR-LIMIT-TOTAL TO MAN-PBC-AMOUNT.
            MOVE ZERO TO MAN-PBC-HASH.
            PERFORM WRITE-MANIFEST-ROW.

            PERFORM WRITE-THE-OPEN-AP-TIE.
            PERFORM WRITE-THE-REGISTER-TIE.

      * The voucher file's open items against the control total
      * every posting program keeps - the vchprf01.cbl proof.
       WRITE-THE-OPEN-AP-TIE.
            MOVE ZERO TO OPEN-AP-CONTROL.
            MOVE CURRENT-COMPANY TO CONTROL-KEY.
            MOVE "Y" TO RECORD-FOUND.
            READ CONTROL-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.
            IF RECORD-FOUND = "Y"
                MOVE CONTROL-OPEN-AP-TOTAL TO OPEN-AP-CONTROL.
            MOVE ZERO TO MAN-PBC-HASH.
            MOVE "OPENAP" TO MAN-PBC-FILE.
            MOVE "CONTROL-OPEN-AP-TOTAL" TO MAN-PBC-ITEM.
            MOVE ZERO TO MAN-PBC-COUNT.
            MOVE OPEN-AP-CONTROL TO MAN-PBC-AMOUNT.
            PERFORM WRITE-MANIFEST-ROW.
            MOVE "OPEN VOUCHERS RE-ADDED" TO MAN-PBC-ITEM.
            MOVE OPEN-VOUCHER-COUNT TO MAN-PBC-COUNT.
            MOVE OPEN-AP-COMPUTED TO MAN-PBC-AMOUNT.
            PERFORM WRITE-MANIFEST-ROW.
            COMPUTE TIE-DIFFERENCE = OPEN-AP-COMPUTED - OPEN-AP-CONTROL.
            MOVE ZERO TO MAN-PBC-COUNT.
            PERFORM WRITE-THE-TIE-RESULT.

      * What the register says went out to vendors and was not
      * voided, plus the withholding held back from those payments,
      * is what the payment history applied to vouchers. Employee
      * reimbursements are on the register but pay expense reports,
      * not vouchers, so they are shown and left out of the tie. A
      * check voided after year end leaves its reversal in the next
      * year and shows here as a difference.
       WRITE-THE-REGISTER-TIE.
            MOVE "REGISTER" TO MAN-PBC-FILE.
            MOVE "ISSUED TO VENDORS" TO MAN-PBC-ITEM.
            MOVE REGISTER-ISSUED-COUNT TO MAN-PBC-COUNT.
            MOVE REGISTER-ISSUED-TOTAL TO MAN-PBC-AMOUNT.
            PERFORM WRITE-MANIFEST-ROW.
            MOVE "ISSUED TO EMPLOYEES - NOT TIED" TO MAN-PBC-ITEM.
            MOVE REGISTER-EMPLOYEE-COUNT TO MAN-PBC-COUNT.
            MOVE REGISTER-EMPLOYEE-TOTAL TO MAN-PBC-AMOUNT.
            PERFORM WRITE-MANIFEST-ROW.
            MOVE "VOIDED" TO MAN-PBC-ITEM.
            MOVE REGISTER-VOID-COUNT TO MAN-PBC-COUNT.
            MOVE REGISTER-VOID-TOTAL TO MAN-PBC-AMOUNT.
            PERFORM WRITE-MANIFEST-ROW.
            MOVE "WITHHELD FROM PAYEES" TO MAN-PBC-ITEM.
            MOVE WITHHELD-COUNT TO MAN-PBC-COUNT.
            MOVE WITHHELD-TOTAL TO MAN-PBC-AMOUNT.
            PERFORM WRITE-MANIFEST-ROW.
            MOVE "PAYMENT HISTORY APPLIED" TO MAN-PBC-ITEM.
            MOVE PAYMENT-COUNT TO MAN-PBC-COUNT.
            MOVE PAYMENT-TOTAL TO MAN-PBC-AMOUNT.
            PERFORM WRITE-MANIFEST-ROW.
            COMPUTE TIE-DIFFERENCE = REGISTER-ISSUED-TOTAL
               + WITHHELD-TOTAL - PAYMENT-TOTAL.
            MOVE ZERO TO MAN-PBC-COUNT.
            PERFORM WRITE-THE-TIE-RESULT.

       WRITE-THE-TIE-RESULT.
            MOVE TIE-DIFFERENCE TO MAN-PBC-AMOUNT.
            IF TIE-DIFFERENCE = ZERO
                MOVE "DIFFERENCE - AGREES" TO MAN-PBC-ITEM
            ELSE
                MOVE "DIFFERENCE - OUT OF BALANCE" TO MAN-PBC-ITEM
                ADD 1 TO TIE-FAILURES.
            PERFORM WRITE-MANIFEST-ROW.

       WRITE-MANIFEST-ROW.
            MOVE MAN-PBC-LINE TO PBC-MANIFEST-OUT.
            WRITE PBC-MANIFEST-OUT.
            ADD 1 TO MANIFEST-ROW-COUNT.
            DISPLAY MAN-PBC-FILE " " MAN-PBC-ITEM " " MAN-PBC-COUNT
               " " MAN-PBC-AMOUNT.

      *--------------------------------
       READ-NEXT-VENDOR-RECORD.
            READ VENDOR-FILE NEXT RECORD
               AT END MOVE "Y" TO VENDOR-FILE-AT-END.

       READ-NEXT-VOUCHER-RECORD.
            READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-FILE-AT-END.

       READ-NEXT-HISTORY-RECORD.
            READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO HISTORY-FILE-AT-END.

       READ-NEXT-DISTRIBUTION-RECORD.
            READ DISTRIBUTION-FILE NEXT RECORD
               AT END MOVE "Y" TO DISTRIBUTION-FILE-AT-END.
            IF DISTRIBUTION-FILE-AT-END NOT = "Y"
                IF DIST-VOUCHER-NUMBER NOT = FOUND-VOUCHER-NUMBER
                    MOVE "Y" TO DISTRIBUTION-FILE-AT-END.

       READ-NEXT-PAYMENT-RECORD.
            READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO PAYMENT-FILE-AT-END.

       READ-NEXT-REGISTER-RECORD.
            READ CHECK-REGISTER-FILE NEXT RECORD
               AT END MOVE "Y" TO REGISTER-FILE-AT-END.

       READ-NEXT-WITHHOLDING-RECORD.
            READ BACKUP-WITHHOLDING-FILE NEXT RECORD
               AT END MOVE "Y" TO WITHHOLDING-FILE-AT-END.

       READ-NEXT-OPERATOR-RECORD.
            READ OPERATOR-FILE NEXT RECORD
               AT END MOVE "Y" TO OPERATOR-FILE-AT-END.

      *--------------------------------
      * TRANSMISSION LOG
      *--------------------------------
      * The pack goes to the outside auditors, so each file is
      * logged with the manifest's own count and dollars - plus
      * one for the row of column names. The manifest adds its
      * title row and carries no dollars of its own.
       REGISTER-THE-PACK-FILES.
            MOVE "PBCEXT01" TO XMIT-PROGRAM.
            MOVE OPERATOR-ID TO XMIT-BUILT-BY.
            MOVE "PBCVND" TO XMIT-FILE-NAME.
            COMPUTE XMIT-RECORD-COUNT = VENDOR-COUNT + 1.
            MOVE ZERO TO XMIT-HASH-TOTAL.
            PERFORM REGISTER-THE-TRANSMISSION.
            MOVE "PBCVCH" TO XMIT-FILE-NAME.
            COMPUTE XMIT-RECORD-COUNT = VOUCHER-COUNT + 1.
            MOVE VOUCHER-AMOUNT-TOTAL TO XMIT-HASH-TOTAL.
            PERFORM REGISTER-THE-TRANSMISSION.
            MOVE "PBCDST" TO XMIT-FILE-NAME.
            COMPUTE XMIT-RECORD-COUNT = DISTRIBUTION-COUNT + 1.
            MOVE DISTRIBUTION-TOTAL TO XMIT-HASH-TOTAL.
            PERFORM REGISTER-THE-TRANSMISSION.
            MOVE "PBCPAY" TO XMIT-FILE-NAME.
            COMPUTE XMIT-RECORD-COUNT = PAYMENT-COUNT + 1.
            MOVE PAYMENT-TOTAL TO XMIT-HASH-TOTAL.
            PERFORM REGISTER-THE-TRANSMISSION.
            MOVE "PBCREG" TO XMIT-FILE-NAME.
            COMPUTE XMIT-RECORD-COUNT = REGISTER-COUNT + 1.
            MOVE REGISTER-TOTAL TO XMIT-HASH-TOTAL.
            PERFORM REGISTER-THE-TRANSMISSION.
            MOVE "PBCOPR" TO XMIT-FILE-NAME.
            COMPUTE XMIT-RECORD-COUNT = OPERATOR-COUNT + 1.
            MOVE OPERATOR-LIMIT-TOTAL TO XMIT-HASH-TOTAL.
            PERFORM REGISTER-THE-TRANSMISSION.
            MOVE "PBCMAN" TO XMIT-FILE-NAME.
            COMPUTE XMIT-RECORD-COUNT = MANIFEST-ROW-COUNT + 2.
            MOVE ZERO TO XMIT-HASH-TOTAL.
            PERFORM REGISTER-THE-TRANSMISSION.

            COPY "plnumval01.cbl".
            COPY "plmask01.cbl".
            COPY "plmask02.cbl".
            COPY "plxmit01.cbl".
