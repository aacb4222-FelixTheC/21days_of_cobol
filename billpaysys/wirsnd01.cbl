      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Outbound wire send - executes the APPROVED wire requests
      * (fdwire01.cbl, keyed in wirreq01 and approved in wirapp01)
      * for one bank account whose value date has come, and writes
      * the bank's wire file (WIREFILE). A domestic request goes
      * out as a Fedwire funds transfer in the Fed's tag format -
      * {1500} through {6000}, one tag to a line - and an
      * international one as a SWIFT MT103 customer transfer, text
      * block fields :20: through :71A:, one message per wire. All
      * wires are in dollars out of a USD account.
      *
      * Before a wire is written every voucher on it is proved
      * again: still held for the wire, still unpaid, still open
      * for the amount the approver saw. A request that fails,
      * whose value date has passed or is no longer in an open
      * fiscal period, or that the account cannot fund, is listed
      * and left approved - nothing of it is sent or posted. For
      * each wire sent it posts exactly what manpay01 posts for a
      * wire recorded after the fact: the payment number drawn
      * from the account's check series, the vouchers marked
      * paid, the register record (type "W"), the payment-history
      * records, the bank-balance draw-down, and the open-AP
      * reduction - and the request is marked SENT with the
      * payment number. Check-run authority is required to sign
      * on, and the training company is blocked.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. wirsnd01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slwire01.cbl".
            COPY "slvnd02.cbl".
            COPY "slvouch.cbl".
            COPY "slcontrol.cbl".
            COPY "slbank01.cbl".
            COPY "slchkreg.cbl".
            COPY "slpayhst.cbl".
            COPY "sloperator.cbl".
            COPY "slfiscal.cbl".
            COPY "sljrnl01.cbl".
            COPY "slcmpny.cbl".
            COPY "slxmit01.cbl".
            COPY "slofac01.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL WIRE-FILE
               ASSIGN TO "WIREFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdwire01.cbl".
            COPY "fdvnd04.cbl".
            COPY "fdvouch.cbl".
            COPY "fdcontrol.cbl".
            COPY "fdbank01.cbl".
            COPY "fdchkreg.cbl".
            COPY "fdpayhst.cbl".
            COPY "fdoperator.cbl".
            COPY "fdfiscal.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdxmit01.cbl".
            COPY "fdofac01.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       FD   WIRE-FILE
            LABEL RECORDS ARE STANDARD.
       01   WIRE-FILE-RECORD              PIC X(150).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

            COPY "wsctllck.cbl".

       01   DETAIL-LINE.
            05 PRINT-WIRE-NUMBER          PIC ZZZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-PAYMENT-NO           PIC ZZZZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-FORMAT               PIC X(7).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-BENE-NAME            PIC X(30).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-AMOUNT               PIC ZZZ,ZZ9.99-.

       01   COLUMN-LINE.
            05 FILLER                     PIC X(4)  VALUE "WIRE".
            05 FILLER                     PIC X(3)  VALUE SPACE.
            05 FILLER                     PIC X(5)  VALUE "PAYMT".
            05 FILLER                     PIC X(3)  VALUE SPACE.
            05 FILLER                     PIC X(6)  VALUE "FORMAT".
            05 FILLER                     PIC X(3)  VALUE SPACE.
            05 FILLER                     PIC X(11) VALUE "BENEFICIARY".
            05 FILLER                     PIC X(24) VALUE SPACE.
            05 FILLER                     PIC X(6)  VALUE "AMOUNT".

       01   TITLE-LINE.
            05 FILLER                     PIC X(14) VALUE SPACE.
            05 FILLER                     PIC X(26)
                             VALUE "WIRE TRANSMITTAL REGISTER".
            05 FILLER                     PIC X(4)  VALUE SPACE.
            05 FILLER                     PIC X(5) VALUE "PAGE:".
            05 FILLER                     PIC X(1) VALUE SPACE.
            05 PRINT-PAGE-NUMBER          PIC ZZZZ9.

       01   RUN-DATE-LINE.
            05 FILLER                     PIC X(18) VALUE SPACE.
            05 FILLER                     PIC X(10) VALUE "SENT THRU:".
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-RUN-DATE             PIC Z9/99/9999.

       01   TOTAL-LINE.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(22) VALUE
                             "TOTAL WIRES SENT:     ".
            05 PRINT-WIRE-COUNT           PIC ZZZZ9.
            05 FILLER                     PIC X(4)  VALUE SPACE.
            05 FILLER                     PIC X(13) VALUE
                             "GRAND TOTAL: ".
            05 PRINT-GRAND-TOTAL          PIC ZZZ,ZZ9.99-.

      *--------------------------------
      * FEDWIRE FUNDS TRANSFER - ONE TAG TO A LINE
      *--------------------------------
      * Sender-supplied information: format version 30, production
      * message, not a duplicate.
       01   FED-TAG-1500.
            05 FILLER                     PIC X(6)  VALUE "{1500}".
            05 FILLER                     PIC X(2)  VALUE "30".
            05 FILLER                     PIC X(8)  VALUE SPACE.
            05 FILLER                     PIC X(1)  VALUE "P".
            05 FILLER                     PIC X(1)  VALUE SPACE.

      * Type 10 subtype 00 - a basic funds transfer.
       01   FED-TAG-1510.
            05 FILLER                     PIC X(6)  VALUE "{1510}".
            05 FILLER                     PIC X(4)  VALUE "1000".

      * Input message accountability data: the value date, our
      * source id, and the payment number as the sequence.
       01   FED-TAG-1520.
            05 FILLER                     PIC X(6)  VALUE "{1520}".
            05 FED-IMAD-DATE              PIC 9(8).
            05 FED-IMAD-SOURCE            PIC X(8).
            05 FED-IMAD-SEQUENCE          PIC 9(6).

      * Amount in cents, no decimal point.
       01   FED-TAG-2000.
            05 FILLER                     PIC X(6)  VALUE "{2000}".
            05 FED-AMOUNT                 PIC 9(12).

       01   FED-TAG-3100.
            05 FILLER                     PIC X(6)  VALUE "{3100}".
            05 FED-SENDER-ABA             PIC X(9).
            05 FED-SENDER-NAME            PIC X(18).

       01   FED-TAG-3400.
            05 FILLER                     PIC X(6)  VALUE "{3400}".
            05 FED-RECEIVER-ABA           PIC X(9).
            05 FED-RECEIVER-NAME          PIC X(18).

      * Business function - a customer transfer.
       01   FED-TAG-3600.
            05 FILLER                     PIC X(6)  VALUE "{3600}".
            05 FILLER                     PIC X(3)  VALUE "CTR".

       01   FED-TAG-4200.
            05 FILLER                     PIC X(6)  VALUE "{4200}".
            05 FILLER                     PIC X(1)  VALUE "D".
            05 FED-BENE-ACCOUNT           PIC X(34).
            05 FILLER                     PIC X(1)  VALUE "*".
            05 FED-BENE-NAME              PIC X(30).
            05 FILLER                     PIC X(1)  VALUE "*".
            05 FED-BENE-ADDRESS-1         PIC X(30).
            05 FILLER                     PIC X(1)  VALUE "*".
            05 FED-BENE-CITY-LINE.
               10 FED-BENE-CITY           PIC X(20).
               10 FILLER                  PIC X(1)  VALUE SPACE.
               10 FED-BENE-STATE          PIC X(2).
               10 FILLER                  PIC X(1)  VALUE SPACE.
               10 FED-BENE-ZIP            PIC X(10).
            05 FILLER                     PIC X(1)  VALUE "*".

       01   FED-TAG-5000.
            05 FILLER                     PIC X(6)  VALUE "{5000}".
            05 FILLER                     PIC X(1)  VALUE "D".
            05 FED-ORIG-ACCOUNT           PIC X(34).
            05 FILLER                     PIC X(1)  VALUE "*".
            05 FED-ORIG-NAME              PIC X(30).
            05 FILLER                     PIC X(1)  VALUE "*".

      * Originator-to-beneficiary information.
       01   FED-TAG-6000.
            05 FILLER                     PIC X(6)  VALUE "{6000}".
            05 FED-OBI-LINE               PIC X(35).
            05 FILLER                     PIC X(1)  VALUE "*".
            05 FILLER                     PIC X(5)  VALUE "WIRE ".
            05 FED-OBI-WIRE-NUMBER        PIC 9(5).
            05 FILLER                     PIC X(1)  VALUE "*".

      *--------------------------------
      * SWIFT MT103 - TEXT BLOCK, ONE FIELD TO A LINE
      *--------------------------------
       77   MT-BLOCK-START                PIC X(3)  VALUE "{4:".
       77   MT-BLOCK-END                  PIC X(2)  VALUE "-}".
       77   MT-BANK-OPERATION             PIC X(9)  VALUE ":23B:CRED".
       77   MT-CHARGES                    PIC X(8)  VALUE ":71A:OUR".

       01   MT-FIELD-20.
            05 FILLER                     PIC X(4)  VALUE ":20:".
            05 FILLER                     PIC X(4)  VALUE "WIRE".
            05 MT-REFERENCE               PIC 9(5).

      * Value date YYMMDD, currency, amount with a decimal comma.
       01   MT-FIELD-32A.
            05 FILLER                     PIC X(5)  VALUE ":32A:".
            05 MT-VALUE-DATE              PIC 9(6).
            05 FILLER                     PIC X(3)  VALUE "USD".
            05 MT-AMOUNT-DOLLARS          PIC 9(8).
            05 FILLER                     PIC X(1)  VALUE ",".
            05 MT-AMOUNT-CENTS            PIC 99.

       01   MT-FIELD-50K.
            05 FILLER                     PIC X(5)  VALUE ":50K:".
            05 FILLER                     PIC X(1)  VALUE "/".
            05 MT-ORIG-ACCOUNT            PIC X(17).

       01   MT-FIELD-57A.
            05 FILLER                     PIC X(5)  VALUE ":57A:".
            05 MT-BENE-BIC                PIC X(11).

       01   MT-FIELD-59.
            05 FILLER                     PIC X(4)  VALUE ":59:".
            05 FILLER                     PIC X(1)  VALUE "/".
            05 MT-BENE-ACCOUNT            PIC X(34).

       01   MT-FIELD-70.
            05 FILLER                     PIC X(4)  VALUE ":70:".
            05 MT-REMITTANCE              PIC X(35).

      * Continuation lines of :50K: and :59: - name and address.
       01   MT-CONTINUATION-LINE.
            05 MT-LINE-TEXT               PIC X(35).

       01   MT-CITY-LINE.
            05 MT-CITY                    PIC X(20).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 MT-STATE                   PIC X(2).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 MT-ZIP                     PIC X(10).

       01   MT-COUNTRY-LINE.
            05 FILLER                     PIC X(8)  VALUE "COUNTRY ".
            05 MT-COUNTRY                 PIC X(2).

      * The amount split into dollars and cents for the edits
      * above.
       01   WIRE-AMOUNT-UNSIGNED          PIC 9(8)V99.
       01   FILLER REDEFINES WIRE-AMOUNT-UNSIGNED.
            05 WIRE-AMOUNT-DOLLARS        PIC 9(8).
            05 WIRE-AMOUNT-CENTS          PIC 99.
       01   WIRE-AMOUNT-IN-CENTS          PIC 9(10).

       77   WIRE-AT-END                   PIC X.
       77   WIRE-IS-SENDABLE              PIC X.
       77   VOUCHER-RECORD-FOUND          PIC X.
       77   BANK-ACCOUNT-RECORD-FOUND     PIC X.
       77   PAYMENT-HISTORY-WRITTEN       PIC X.
       77   SEND-THRU-DATE                PIC 9(8).
       77   TODAY-DATE                    PIC 9(8).
       77   CURRENT-PAYMENT-NUMBER        PIC 9(6).
       77   OPEN-AMOUNT                   PIC S9(8)V99 VALUE ZERO.
       77   WIRE-COUNT                    PIC 9(5) VALUE ZERO.
       77   HELD-COUNT                    PIC 9(5) VALUE ZERO.
       77   GRAND-TOTAL                   PIC S9(9)V99 VALUE ZERO.
       77   WIRE-RECORD-COUNT             PIC 9(7) VALUE ZERO.
       77   HOLD-REASON                   PIC X(40).
       77   VENDOR-IS-SANCTIONS-BLOCKED   PIC X.
       77   OFAC-HIT-FILE-AT-END          PIC X.
       77   VOUCHER-INDEX                 PIC 99 COMP.
       77   LINE-COUNT                    PIC 999 VALUE ZERO.
       77   PAGE-NUMBER                   PIC 99999 VALUE ZERO.
       77   MAXIMUM-LINES                 PIC 999 VALUE 15.

            COPY "wssignon01.cbl".

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsfiscal.cbl".
            COPY "wsjrnl01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "K" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            MOVE OPERATOR-ID TO JOURNAL-BY-OPERATOR.
            MOVE OPERATOR-ID TO SPOOL-BY-OPERATOR.
            MOVE "WIRSND01" TO SPOOL-NAME-REPORT-ID.
            MOVE "WIRE TRANSMITTAL REGISTER" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.
            IF CURRENT-COMPANY-IS-TRAINING = "Y"
                DISPLAY "TRAINING COMPANY - WIRES ARE BLOCKED."
                DISPLAY "NO WIRE FILE WILL BE PRODUCED."
                PERFORM CLOSING-PROCEDURE
                PERFORM PROGRAM-DONE.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM ACCEPT-BANK-ACCOUNT-CODE.
            PERFORM ACCEPT-SEND-THRU-DATE.
            MOVE ZEROS TO LINE-COUNT
                          PAGE-NUMBER.

            PERFORM START-NEW-PAGE.
            PERFORM SEND-THE-APPROVED-WIRES.

            IF WIRE-COUNT = ZERO
                MOVE "NO APPROVED WIRES SENT" TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

            PERFORM PRINT-TOTALS.
            PERFORM CLOSING-PROCEDURE.
            IF WIRE-COUNT NOT = ZERO
                PERFORM REGISTER-THE-WIRE-FILE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN I-O WIRE-REQUEST-FILE.
            OPEN INPUT VENDOR-FILE.
            OPEN I-O VOUCHER-FILE.
            OPEN I-O CONTROL-FILE.
            OPEN I-O BANK-ACCOUNT-FILE.
            OPEN I-O CHECK-REGISTER-FILE.
            OPEN I-O PAYMENT-HISTORY-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            OPEN INPUT FISCAL-CALENDAR-FILE.
            OPEN OUTPUT WIRE-FILE.
            OPEN EXTEND JOURNAL-FILE.
            OPEN INPUT OFAC-HIT-FILE.
            MOVE "WIRSND01" TO JOURNAL-PROGRAM-NAME.

       CLOSING-PROCEDURE.
            CLOSE WIRE-REQUEST-FILE.
            CLOSE VENDOR-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE CONTROL-FILE.
            CLOSE BANK-ACCOUNT-FILE.
            CLOSE CHECK-REGISTER-FILE.
            CLOSE PAYMENT-HISTORY-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
            CLOSE FISCAL-CALENDAR-FILE.
            PERFORM END-LAST-PAGE.
            CLOSE PRINTER-FILE.
            CLOSE WIRE-FILE.
            CLOSE JOURNAL-FILE.
            CLOSE OFAC-HIT-FILE.

      * Wires go out in dollars, so a foreign-currency account is
      * refused.
       ACCEPT-BANK-ACCOUNT-CODE.
            DISPLAY "ENTER BANK ACCOUNT CODE TO SEND WIRES FROM".
            ACCEPT BANK-ACCOUNT-CODE.
            INSPECT BANK-ACCOUNT-CODE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            PERFORM READ-BANK-ACCOUNT-RECORD.
            PERFORM RE-ACCEPT-BANK-ACCOUNT-CODE
               UNTIL BANK-ACCOUNT-RECORD-FOUND = "Y".
            IF BANK-ACCOUNT-CURRENCY NOT = SPACES
                DISPLAY "WIRES ARE SENT IN DOLLARS - PICK"
                DISPLAY "A USD ACCOUNT"
                PERFORM ACCEPT-BANK-ACCOUNT-CODE.

       RE-ACCEPT-BANK-ACCOUNT-CODE.
            DISPLAY "NO SUCH BANK ACCOUNT ON FILE".
            PERFORM ACCEPT-BANK-ACCOUNT-CODE.

      * Only the signed-on company's accounts.
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

      * Every approved wire for the account with a value date on
      * or before this date is sent.
       ACCEPT-SEND-THRU-DATE.
            MOVE "N" TO ZERO-DATE-IS-OK.
            MOVE "SEND WIRES VALUED THROUGH(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "A DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO SEND-THRU-DATE.

      *--------------------------------
      * WALK THE APPROVED WIRES
      *--------------------------------
       SEND-THE-APPROVED-WIRES.
            MOVE "N" TO WIRE-AT-END.
            MOVE ZEROES TO WIRE-NUMBER.
            START WIRE-REQUEST-FILE
               KEY IS NOT LESS THAN WIRE-NUMBER
               INVALID KEY
               MOVE "Y" TO WIRE-AT-END.
            PERFORM SEND-NEXT-WIRE
               UNTIL WIRE-AT-END = "Y".

       SEND-NEXT-WIRE.
            READ WIRE-REQUEST-FILE NEXT RECORD
               AT END MOVE "Y" TO WIRE-AT-END.
            IF WIRE-AT-END NOT = "Y"
                IF WIRE-APPROVED AND
                      WIRE-COMPANY = CURRENT-COMPANY AND
                      WIRE-BANK-ACCOUNT = BANK-ACCOUNT-CODE AND
                      WIRE-VALUE-DATE NOT > SEND-THRU-DATE
                    PERFORM SEND-ONE-WIRE.

       SEND-ONE-WIRE.
            PERFORM PROVE-THE-WIRE.
            IF WIRE-IS-SENDABLE = "Y"
                PERFORM RETRIEVE-NEXT-PAYMENT-NUMBER
                PERFORM WRITE-THE-WIRE-MESSAGE
                PERFORM POST-THE-WIRE
                PERFORM MARK-THE-WIRE-SENT
                PERFORM PRINT-WIRE-LINE
                ADD 1 TO WIRE-COUNT
                ADD WIRE-AMOUNT TO GRAND-TOTAL
            ELSE
                PERFORM PRINT-HELD-LINE
                ADD 1 TO HELD-COUNT.

      *--------------------------------
      * PROVE THE WIRE BEFORE IT GOES
      *--------------------------------
      * The sanctions hits are looked at again here - a hit can be
      * raised between the approval and the send.
       PROVE-THE-WIRE.
            MOVE "Y" TO WIRE-IS-SENDABLE.
            MOVE SPACES TO HOLD-REASON.
            MOVE WIRE-VALUE-DATE TO POSTING-DATE-TO-CHECK.
            PERFORM CHECK-POSTING-PERIOD.
            PERFORM CHECK-VENDOR-SANCTIONS-HITS.
            IF VENDOR-IS-SANCTIONS-BLOCKED = "Y"
                MOVE "N" TO WIRE-IS-SENDABLE
                MOVE "VENDOR HAS AN UNRESOLVED SANCTIONS MATCH"
                   TO HOLD-REASON
            ELSE
            IF WIRE-VALUE-DATE < TODAY-DATE
                MOVE "N" TO WIRE-IS-SENDABLE
                MOVE "VALUE DATE HAS PASSED - REJECT AND RE-KEY"
                   TO HOLD-REASON
            ELSE
            IF POSTING-PERIOD-OPEN NOT = "Y"
                MOVE "N" TO WIRE-IS-SENDABLE
                MOVE "VALUE DATE NOT IN AN OPEN FISCAL PERIOD"
                   TO HOLD-REASON
            ELSE
                IF WIRE-AMOUNT > BANK-ACCOUNT-BALANCE
                    MOVE "N" TO WIRE-IS-SENDABLE
                    MOVE "INSUFFICIENT FUNDS IN THE ACCOUNT"
                       TO HOLD-REASON
                ELSE
                    PERFORM PROVE-ONE-VOUCHER
                       VARYING VOUCHER-INDEX FROM 1 BY 1
                       UNTIL VOUCHER-INDEX > WIRE-VOUCHER-COUNT
                          OR WIRE-IS-SENDABLE = "N".

       PROVE-ONE-VOUCHER.
            MOVE WIRE-VOUCHER-NUMBER (VOUCHER-INDEX)
               TO VOUCHER-NUMBER.
            PERFORM READ-VOUCHER-RECORD.
            IF VOUCHER-RECORD-FOUND = "N"
                MOVE "N" TO WIRE-IS-SENDABLE
            ELSE
                PERFORM COMPUTE-VOUCHER-OPEN-AMOUNT
                IF VOUCHER-PAID-DATE NOT = ZEROES OR
                      NOT VOUCHER-HELD-FOR-WIRE OR
                      VOUCHER-IN-DISPUTE OR
                      VOUCHER-IS-ESCHEATED OR
                      OPEN-AMOUNT NOT =
                         WIRE-VOUCHER-AMOUNT (VOUCHER-INDEX)
                    MOVE "N" TO WIRE-IS-SENDABLE.
            IF WIRE-IS-SENDABLE = "N"
                MOVE SPACES TO HOLD-REASON
                STRING "VOUCHER " VOUCHER-NUMBER
                   " PAID, CHANGED OR GONE"
                   DELIMITED BY SIZE
                   INTO HOLD-REASON.

      * Same walk as runbld01 - any hit for the vendor, under
      * either name, that is not cleared blocks the wire.
       CHECK-VENDOR-SANCTIONS-HITS.
            MOVE "N" TO VENDOR-IS-SANCTIONS-BLOCKED.
            MOVE "N" TO OFAC-HIT-FILE-AT-END.
            MOVE LOW-VALUES TO OFAC-HIT-KEY.
            MOVE "V" TO OFAC-HIT-PAYEE-TYPE.
            MOVE WIRE-VENDOR TO OFAC-HIT-PAYEE-NUMBER.
            START OFAC-HIT-FILE
               KEY IS NOT LESS THAN OFAC-HIT-KEY
               INVALID KEY
               MOVE "Y" TO OFAC-HIT-FILE-AT-END.
            PERFORM CHECK-ONE-SANCTIONS-HIT
               UNTIL OFAC-HIT-FILE-AT-END = "Y"
                  OR VENDOR-IS-SANCTIONS-BLOCKED = "Y".

       CHECK-ONE-SANCTIONS-HIT.
            READ OFAC-HIT-FILE NEXT RECORD
               AT END MOVE "Y" TO OFAC-HIT-FILE-AT-END.
            IF OFAC-HIT-FILE-AT-END NOT = "Y"
                IF OFAC-HIT-PAYEE-TYPE NOT = "V" OR
                      OFAC-HIT-PAYEE-NUMBER NOT = WIRE-VENDOR
                    MOVE "Y" TO OFAC-HIT-FILE-AT-END
                ELSE
                    IF OFAC-HIT-BLOCKS-PAYMENT
                        MOVE "Y" TO VENDOR-IS-SANCTIONS-BLOCKED.

      * Same open-amount rule as manpay01 - a wire sent gross takes
      * no early-payment discount.
       COMPUTE-VOUCHER-OPEN-AMOUNT.
            COMPUTE OPEN-AMOUNT = VOUCHER-AMOUNT
               - VOUCHER-PAID-AMOUNT - VOUCHER-DISCOUNT-TAKEN
               - VOUCHER-RETAINED-AMOUNT.

      * The payment number is drawn from the account's own check
      * series, as manpay01 draws it, so it is unique within the
      * account whatever the payment type. The account record is
      * rewritten with the balance draw-down below.
       RETRIEVE-NEXT-PAYMENT-NUMBER.
            ADD 1 TO BANK-ACCOUNT-LAST-CHECK-NO.
            MOVE BANK-ACCOUNT-LAST-CHECK-NO
               TO CURRENT-PAYMENT-NUMBER.

      *--------------------------------
      * THE WIRE FILE
      *--------------------------------
       WRITE-THE-WIRE-MESSAGE.
            MOVE WIRE-AMOUNT TO WIRE-AMOUNT-UNSIGNED.
            IF WIRE-IS-FEDWIRE
                PERFORM WRITE-THE-FEDWIRE
            ELSE
                PERFORM WRITE-THE-MT103.

       WRITE-THE-FEDWIRE.
            MOVE FED-TAG-1500 TO WIRE-FILE-RECORD.
            PERFORM WRITE-WIRE-FILE-RECORD.
            MOVE FED-TAG-1510 TO WIRE-FILE-RECORD.
            PERFORM WRITE-WIRE-FILE-RECORD.
            MOVE WIRE-VALUE-DATE TO FED-IMAD-DATE.
            MOVE "APWIRE" TO FED-IMAD-SOURCE.
            MOVE CURRENT-PAYMENT-NUMBER TO FED-IMAD-SEQUENCE.
            MOVE FED-TAG-1520 TO WIRE-FILE-RECORD.
            PERFORM WRITE-WIRE-FILE-RECORD.
            COMPUTE WIRE-AMOUNT-IN-CENTS =
               WIRE-AMOUNT-UNSIGNED * 100.
            MOVE WIRE-AMOUNT-IN-CENTS TO FED-AMOUNT.
            MOVE FED-TAG-2000 TO WIRE-FILE-RECORD.
            PERFORM WRITE-WIRE-FILE-RECORD.
            MOVE BANK-ACCOUNT-ABA-ROUTING TO FED-SENDER-ABA.
            MOVE BANK-ACCOUNT-NAME TO FED-SENDER-NAME.
            MOVE FED-TAG-3100 TO WIRE-FILE-RECORD.
            PERFORM WRITE-WIRE-FILE-RECORD.
            MOVE WIRE-BENE-BANK-ID TO FED-RECEIVER-ABA.
            MOVE SPACES TO FED-RECEIVER-NAME.
            MOVE FED-TAG-3400 TO WIRE-FILE-RECORD.
            PERFORM WRITE-WIRE-FILE-RECORD.
            MOVE FED-TAG-3600 TO WIRE-FILE-RECORD.
            PERFORM WRITE-WIRE-FILE-RECORD.
            MOVE WIRE-BENE-ACCOUNT TO FED-BENE-ACCOUNT.
            MOVE WIRE-BENE-NAME TO FED-BENE-NAME.
            MOVE WIRE-BENE-ADDRESS-1 TO FED-BENE-ADDRESS-1.
            MOVE WIRE-BENE-CITY TO FED-BENE-CITY.
            MOVE WIRE-BENE-STATE TO FED-BENE-STATE.
            MOVE WIRE-BENE-ZIP TO FED-BENE-ZIP.
            MOVE FED-TAG-4200 TO WIRE-FILE-RECORD.
            PERFORM WRITE-WIRE-FILE-RECORD.
            MOVE BANK-ACCOUNT-NUMBER TO FED-ORIG-ACCOUNT.
            MOVE BANK-ACCOUNT-NAME TO FED-ORIG-NAME.
            MOVE FED-TAG-5000 TO WIRE-FILE-RECORD.
            PERFORM WRITE-WIRE-FILE-RECORD.
            MOVE WIRE-PURPOSE TO FED-OBI-LINE.
            MOVE WIRE-NUMBER TO FED-OBI-WIRE-NUMBER.
            MOVE FED-TAG-6000 TO WIRE-FILE-RECORD.
            PERFORM WRITE-WIRE-FILE-RECORD.

       WRITE-THE-MT103.
            MOVE MT-BLOCK-START TO WIRE-FILE-RECORD.
            PERFORM WRITE-WIRE-FILE-RECORD.
            MOVE WIRE-NUMBER TO MT-REFERENCE.
            MOVE MT-FIELD-20 TO WIRE-FILE-RECORD.
            PERFORM WRITE-WIRE-FILE-RECORD.
            MOVE MT-BANK-OPERATION TO WIRE-FILE-RECORD.
            PERFORM WRITE-WIRE-FILE-RECORD.
            MOVE WIRE-VALUE-DATE (3:6) TO MT-VALUE-DATE.
            MOVE WIRE-AMOUNT-DOLLARS TO MT-AMOUNT-DOLLARS.
            MOVE WIRE-AMOUNT-CENTS TO MT-AMOUNT-CENTS.
            MOVE MT-FIELD-32A TO WIRE-FILE-RECORD.
            PERFORM WRITE-WIRE-FILE-RECORD.
            MOVE BANK-ACCOUNT-NUMBER TO MT-ORIG-ACCOUNT.
            MOVE MT-FIELD-50K TO WIRE-FILE-RECORD.
            PERFORM WRITE-WIRE-FILE-RECORD.
            MOVE BANK-ACCOUNT-NAME TO MT-LINE-TEXT.
            PERFORM WRITE-MT-CONTINUATION-LINE.
            MOVE WIRE-BENE-BANK-ID TO MT-BENE-BIC.
            MOVE MT-FIELD-57A TO WIRE-FILE-RECORD.
            PERFORM WRITE-WIRE-FILE-RECORD.
            MOVE WIRE-BENE-ACCOUNT TO MT-BENE-ACCOUNT.
            MOVE MT-FIELD-59 TO WIRE-FILE-RECORD.
            PERFORM WRITE-WIRE-FILE-RECORD.
            MOVE WIRE-BENE-NAME TO MT-LINE-TEXT.
            PERFORM WRITE-MT-CONTINUATION-LINE.
            MOVE WIRE-BENE-ADDRESS-1 TO MT-LINE-TEXT.
            PERFORM WRITE-MT-CONTINUATION-LINE.
            MOVE WIRE-BENE-CITY TO MT-CITY.
            MOVE WIRE-BENE-STATE TO MT-STATE.
            MOVE WIRE-BENE-ZIP TO MT-ZIP.
            MOVE MT-CITY-LINE TO MT-LINE-TEXT.
            PERFORM WRITE-MT-CONTINUATION-LINE.
            MOVE WIRE-BENE-COUNTRY-CODE TO MT-COUNTRY.
            MOVE MT-COUNTRY-LINE TO MT-LINE-TEXT.
            PERFORM WRITE-MT-CONTINUATION-LINE.
            MOVE WIRE-PURPOSE TO MT-REMITTANCE.
            MOVE MT-FIELD-70 TO WIRE-FILE-RECORD.
            PERFORM WRITE-WIRE-FILE-RECORD.
            MOVE MT-CHARGES TO WIRE-FILE-RECORD.
            PERFORM WRITE-WIRE-FILE-RECORD.
            MOVE MT-BLOCK-END TO WIRE-FILE-RECORD.
            PERFORM WRITE-WIRE-FILE-RECORD.

       WRITE-MT-CONTINUATION-LINE.
            MOVE MT-CONTINUATION-LINE TO WIRE-FILE-RECORD.
            PERFORM WRITE-WIRE-FILE-RECORD.

       WRITE-WIRE-FILE-RECORD.
            WRITE WIRE-FILE-RECORD.
            ADD 1 TO WIRE-RECORD-COUNT.

      *--------------------------------
      * TRANSMISSION LOG
      *--------------------------------
      * The file built goes on the transmission log to be sent,
      * hashed on the total of the wires it carries.
       REGISTER-THE-WIRE-FILE.
            MOVE "WIREFILE" TO XMIT-FILE-NAME.
            MOVE "WIRSND01" TO XMIT-PROGRAM.
            MOVE OPERATOR-ID TO XMIT-BUILT-BY.
            MOVE WIRE-RECORD-COUNT TO XMIT-RECORD-COUNT.
            MOVE GRAND-TOTAL TO XMIT-HASH-TOTAL.
            PERFORM REGISTER-THE-TRANSMISSION.

      *--------------------------------
      * POST THE WIRE - AS MANPAY01 POSTS ONE
      *--------------------------------
       POST-THE-WIRE.
            PERFORM PAY-ONE-WIRE-VOUCHER
               VARYING VOUCHER-INDEX FROM 1 BY 1
               UNTIL VOUCHER-INDEX > WIRE-VOUCHER-COUNT.
            SUBTRACT WIRE-AMOUNT FROM BANK-ACCOUNT-BALANCE.
            PERFORM REWRITE-BANK-ACCOUNT-RECORD.
            PERFORM WRITE-CHECK-REGISTER-RECORD.

       PAY-ONE-WIRE-VOUCHER.
            MOVE WIRE-VOUCHER-NUMBER (VOUCHER-INDEX)
               TO VOUCHER-NUMBER.
            PERFORM READ-VOUCHER-RECORD.
            MOVE WIRE-VOUCHER-AMOUNT (VOUCHER-INDEX) TO OPEN-AMOUNT.
            ADD OPEN-AMOUNT TO VOUCHER-PAID-AMOUNT.
            MOVE ZERO TO VOUCHER-PAY-THIS-AMOUNT.
            MOVE WIRE-VALUE-DATE TO VOUCHER-PAID-DATE.
            MOVE CURRENT-PAYMENT-NUMBER TO VOUCHER-CHECK-NO.
            MOVE BANK-ACCOUNT-CODE TO VOUCHER-BANK-ACCOUNT.
            MOVE "N" TO VOUCHER-SELECTED.
            PERFORM REWRITE-VOUCHER-RECORD.
            PERFORM REDUCE-OPEN-AP-FOR-PAYMENT.
            PERFORM WRITE-PAYMENT-HISTORY-RECORD.

       WRITE-CHECK-REGISTER-RECORD.
            MOVE BANK-ACCOUNT-CODE TO REGISTER-BANK-ACCOUNT.
            MOVE CURRENT-PAYMENT-NUMBER TO REGISTER-CHECK-NO.
            MOVE WIRE-VENDOR TO REGISTER-VENDOR.
            MOVE WIRE-BENE-NAME TO REGISTER-PAYEE-NAME.
            MOVE WIRE-VALUE-DATE TO REGISTER-CHECK-DATE.
            MOVE WIRE-AMOUNT TO REGISTER-CHECK-AMOUNT.
            MOVE "O" TO REGISTER-STATUS.
            MOVE "W" TO REGISTER-PAYMENT-TYPE.
            MOVE "V" TO REGISTER-PAYEE-TYPE.
            MOVE SPACES TO REGISTER-CURRENCY.
            MOVE REGISTER-CHECK-AMOUNT TO REGISTER-USD-AMOUNT.
            WRITE CHECK-REGISTER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING CHECK REGISTER RECORD".

       REDUCE-OPEN-AP-FOR-PAYMENT.
            MOVE CURRENT-COMPANY TO CONTROL-KEY.
            PERFORM READ-CONTROL-WITH-RETRY.
            SUBTRACT OPEN-AMOUNT FROM CONTROL-OPEN-AP-TOTAL.
            PERFORM REWRITE-CONTROL-WITH-RETRY.

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
            MOVE WIRE-VALUE-DATE TO PAYMENT-DATE.
            MOVE OPEN-AMOUNT TO PAYMENT-AMOUNT.
            MOVE ZEROES TO PAYMENT-GL-BATCH.
            MOVE SPACES TO PAYMENT-CURRENCY.
            MOVE ZERO TO PAYMENT-FOREIGN-AMOUNT.
            MOVE "Y" TO PAYMENT-HISTORY-WRITTEN.
            WRITE PAYMENT-HISTORY-RECORD
               INVALID KEY
               MOVE "N" TO PAYMENT-HISTORY-WRITTEN
               ADD 1 TO PAYMENT-SEQUENCE.

       MARK-THE-WIRE-SENT.
            MOVE "S" TO WIRE-STATUS.
            MOVE CURRENT-PAYMENT-NUMBER TO WIRE-PAYMENT-NO.
            MOVE TODAY-DATE TO WIRE-SENT-DATE.
            REWRITE WIRE-REQUEST-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING WIRE REQUEST".

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
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

      *--------------------------------
      * THE REGISTER
      *--------------------------------
       PRINT-WIRE-LINE.
            IF LINE-COUNT > MAXIMUM-LINES
                PERFORM START-NEXT-PAGE.
            MOVE SPACE TO DETAIL-LINE.
            MOVE WIRE-NUMBER TO PRINT-WIRE-NUMBER.
            MOVE CURRENT-PAYMENT-NUMBER TO PRINT-PAYMENT-NO.
            IF WIRE-IS-FEDWIRE
                MOVE "FEDWIRE" TO PRINT-FORMAT
            ELSE
                MOVE "MT103" TO PRINT-FORMAT.
            MOVE WIRE-BENE-NAME TO PRINT-BENE-NAME.
            MOVE WIRE-AMOUNT TO PRINT-AMOUNT.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      * A held wire is listed with why; it stays approved so the
      * approver can see it again, and rejecting it in wirapp01
      * releases its vouchers.
       PRINT-HELD-LINE.
            IF LINE-COUNT > MAXIMUM-LINES
                PERFORM START-NEXT-PAGE.
            MOVE SPACE TO DETAIL-LINE.
            MOVE WIRE-NUMBER TO PRINT-WIRE-NUMBER.
            MOVE "HELD" TO PRINT-FORMAT.
            MOVE WIRE-BENE-NAME TO PRINT-BENE-NAME.
            MOVE WIRE-AMOUNT TO PRINT-AMOUNT.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "       NOT SENT - " HOLD-REASON
               DELIMITED BY SIZE
               INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PRINT-TOTALS.
            PERFORM LINE-FEED.
            MOVE SPACE TO TOTAL-LINE.
            MOVE WIRE-COUNT TO PRINT-WIRE-COUNT.
            MOVE GRAND-TOTAL TO PRINT-GRAND-TOTAL.
            MOVE TOTAL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            DISPLAY "WIRES SENT:         " WIRE-COUNT.
            DISPLAY "WIRES HELD:         " HELD-COUNT.

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
            MOVE SEND-THRU-DATE TO DATE-CCYYMMDD.
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
            COPY "plfiscal.cbl".
            COPY "plsignon01.cbl".
            COPY "pljrnl01.cbl".
            COPY "plctllck.cbl".
            COPY "plxmit01.cbl".

            COPY "plspool01.cbl".
