      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Outbound wire request - AP's side of a wire the system sends
      * itself, where manpay01 only records one treasury already
      * sent. The operator picks the open vouchers of one vendor
      * (up to 20), the account the wire goes out of, and the value
      * date, and the beneficiary is built from the vendor: the
      * remit-to block when there is one, else the vendor address,
      * with the vendor's bank account. A domestic beneficiary goes
      * as a Fedwire to the vendor's ABA routing number; any other
      * country goes as a SWIFT customer transfer, for which the
      * beneficiary bank's BIC is keyed here (the account may be
      * keyed over as the IBAN). Wires are sent in dollars, from a
      * USD account only.
      *
      * The request is written PENDING (fdwire01.cbl) and its
      * vouchers held ("W") so no run pays them meanwhile. Nothing
      * moves until a second operator approves it (wirapp01.cbl)
      * and wirsnd01.cbl writes the bank's wire file. Same fraud
      * gate as manpay01: the callback to a vendor number already
      * on file must be confirmed before a request is keyed.
      * Check-run authority is required to sign on.
      *   1. ENTER A WIRE REQUEST
      *   2. LOOK UP A WIRE REQUEST
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. wirreq01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slwire01.cbl".
            COPY "slvnd02.cbl".
            COPY "slvouch.cbl".
            COPY "slcontrol.cbl".
            COPY "slbank01.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".
            COPY "slfiscal.cbl".
            COPY "slholiday.cbl".
            COPY "sljrnl01.cbl".
            COPY "slaudit01.cbl".
            COPY "slofac01.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdwire01.cbl".
            COPY "fdvnd04.cbl".
            COPY "fdvouch.cbl".
            COPY "fdcontrol.cbl".
            COPY "fdbank01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdfiscal.cbl".
            COPY "fdholiday.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdaudit01.cbl".
            COPY "fdofac01.cbl".

       WORKING-STORAGE SECTION.

            COPY "wsctllck.cbl".

       77   MENU-PICK                     PIC 9.
            88 MENU-PICK-IS-VALID         VALUES 0 THRU 2.

       77   WIRE-RECORD-FOUND             PIC X.
       77   VOUCHER-RECORD-FOUND          PIC X.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   BANK-ACCOUNT-RECORD-FOUND     PIC X.
       77   WIRE-NUMBER-ENTRY             PIC 9(5).
       77   TODAY-DATE                    PIC 9(8).
       77   OPEN-AMOUNT                   PIC S9(8)V99 VALUE ZERO.
       77   AMOUNT-FIELD                  PIC ZZZ,ZZ9.99-.
       77   CALLBACK-DONE                 PIC X.
       77   ENTRY-IS-CANCELLED            PIC X.
       77   VOUCHER-ALREADY-PICKED        PIC X.
       77   OK-TO-SUBMIT                  PIC X.
       77   IBAN-ENTRY                    PIC X(34).
       77   STATUS-DESCRIPTION            PIC X(30).
       77   VOUCHER-INDEX                 PIC 99 COMP.
       77   VENDOR-IS-SANCTIONS-BLOCKED   PIC X.
       77   OFAC-HIT-FILE-AT-END          PIC X.

            COPY "wssignon01.cbl".
            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsnumval01.cbl".
            COPY "wsbusday01.cbl".
            COPY "wsfiscal.cbl".
            COPY "wsjrnl01.cbl".
            COPY "wsmask01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "K" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            MOVE OPERATOR-ID TO JOURNAL-BY-OPERATOR.
            MOVE "wirreq01" TO SENSITIVE-PROGRAM-ID.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM GET-MENU-PICK.
            PERFORM DO-THE-PICK
               UNTIL MENU-PICK = 0.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN I-O WIRE-REQUEST-FILE.
            OPEN INPUT VENDOR-FILE.
            OPEN I-O VOUCHER-FILE.
            OPEN I-O CONTROL-FILE.
            OPEN INPUT BANK-ACCOUNT-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            OPEN INPUT FISCAL-CALENDAR-FILE.
            OPEN I-O HOLIDAY-FILE.
            OPEN EXTEND JOURNAL-FILE.
            OPEN I-O SYSTEM-AUDIT-FILE.
            OPEN INPUT OFAC-HIT-FILE.
            MOVE "WIRREQ01" TO JOURNAL-PROGRAM-NAME.

       CLOSING-PROCEDURE.
            CLOSE WIRE-REQUEST-FILE.
            CLOSE VENDOR-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE CONTROL-FILE.
            CLOSE BANK-ACCOUNT-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
            CLOSE FISCAL-CALENDAR-FILE.
            CLOSE HOLIDAY-FILE.
            CLOSE JOURNAL-FILE.
            CLOSE SYSTEM-AUDIT-FILE.
            CLOSE OFAC-HIT-FILE.

      *--------------------------------
      * OPERATOR SIGN-ON
      *--------------------------------
            COPY "plsignon01.cbl".

      *--------------------------------
      * MENU
      *--------------------------------
       GET-MENU-PICK.
            DISPLAY " ".
            DISPLAY "OUTBOUND WIRE REQUESTS - PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. ENTER A WIRE REQUEST".
            DISPLAY "2. LOOK UP A WIRE REQUEST".
            DISPLAY " ".
            DISPLAY "0. EXIT".
            PERFORM ACCEPT-MENU-PICK.
            PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       ACCEPT-MENU-PICK.
            DISPLAY "YOUR CHOICE (0-2)?".
            ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
            DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
            PERFORM ACCEPT-MENU-PICK.

       DO-THE-PICK.
            IF MENU-PICK = 1
                PERFORM ENTER-A-WIRE-REQUEST.
            IF MENU-PICK = 2
                PERFORM LOOK-UP-A-WIRE-REQUEST.
            PERFORM GET-MENU-PICK.

      *--------------------------------
      * ENTER
      *--------------------------------
       ENTER-A-WIRE-REQUEST.
            PERFORM INIT-WIRE-RECORD.
            PERFORM ASK-CALLBACK-VERIFICATION.
            IF ENTRY-IS-CANCELLED = "N"
                PERFORM ACCEPT-BANK-ACCOUNT-CODE
                PERFORM ACCEPT-VALUE-DATE
                PERFORM PICK-THE-VOUCHERS
                IF WIRE-VOUCHER-COUNT = ZERO
                    DISPLAY "NO VOUCHERS PICKED - NO REQUEST WRITTEN"
                ELSE
                    IF WIRE-AMOUNT NOT > ZERO
                        DISPLAY "THE VOUCHERS NET TO ZERO OR A CREDIT"
                        DISPLAY "- NO REQUEST WRITTEN"
                    ELSE
                        PERFORM BUILD-THE-BENEFICIARY
                        PERFORM FINISH-THE-REQUEST.

       FINISH-THE-REQUEST.
            IF ENTRY-IS-CANCELLED = "Y"
                DISPLAY "NO REQUEST WRITTEN"
            ELSE
                PERFORM ENTER-WIRE-PURPOSE
                PERFORM DISPLAY-THE-WIRE
                PERFORM ASK-OK-TO-SUBMIT
                IF OK-TO-SUBMIT = "Y"
                    PERFORM WRITE-THE-NEW-REQUEST
                ELSE
                    DISPLAY "REQUEST NOT SUBMITTED".

       INIT-WIRE-RECORD.
            MOVE SPACE TO WIRE-REQUEST-RECORD.
            MOVE ZEROES TO WIRE-NUMBER
                           WIRE-VENDOR
                           WIRE-VALUE-DATE
                           WIRE-AMOUNT
                           WIRE-VOUCHER-COUNT
                           WIRE-DECIDED-DATE
                           WIRE-PAYMENT-NO
                           WIRE-SENT-DATE.
            PERFORM CLEAR-ONE-VOUCHER-ENTRY
               VARYING VOUCHER-INDEX FROM 1 BY 1
               UNTIL VOUCHER-INDEX > 20.
            MOVE CURRENT-COMPANY TO WIRE-COMPANY.
            MOVE OPERATOR-ID TO WIRE-REQUESTED-BY.
            MOVE TODAY-DATE TO WIRE-REQUESTED-DATE.
            MOVE "P" TO WIRE-STATUS.
            MOVE "N" TO ENTRY-IS-CANCELLED.

       CLEAR-ONE-VOUCHER-ENTRY.
            MOVE ZEROES TO WIRE-VOUCHER-NUMBER (VOUCHER-INDEX)
                           WIRE-VOUCHER-AMOUNT (VOUCHER-INDEX).

      *--------------------------------
      * FRAUD GATE
      *--------------------------------
       ASK-CALLBACK-VERIFICATION.
            DISPLAY "WERE THE VENDOR'S BANK DETAILS VERIFIED BY".
            DISPLAY "CALLBACK TO THE VENDOR AT A NUMBER ALREADY".
            DISPLAY "ON FILE - NOT A NUMBER FROM THE PAYMENT".
            DISPLAY "REQUEST (Y/N)?".
            ACCEPT CALLBACK-DONE.
            INSPECT CALLBACK-DONE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            PERFORM RE-ASK-CALLBACK
               UNTIL CALLBACK-DONE = "Y" OR "N".
            IF CALLBACK-DONE = "N"
                MOVE "Y" TO ENTRY-IS-CANCELLED
                DISPLAY "DO THE CALLBACK FIRST - NO REQUEST WRITTEN".

       RE-ASK-CALLBACK.
            DISPLAY "YOU MUST ENTER Y OR N".
            ACCEPT CALLBACK-DONE.
            INSPECT CALLBACK-DONE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

      *--------------------------------
      * ACCOUNT AND VALUE DATE
      *--------------------------------
      * Wires go out in dollars, so a foreign-currency account is
      * refused.
       ACCEPT-BANK-ACCOUNT-CODE.
            DISPLAY "ENTER BANK ACCOUNT THE WIRE GOES OUT OF".
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
            MOVE BANK-ACCOUNT-CODE TO WIRE-BANK-ACCOUNT.

       RE-ACCEPT-BANK-ACCOUNT-CODE.
            DISPLAY "NO SUCH BANK ACCOUNT ON FILE".
            PERFORM ACCEPT-BANK-ACCOUNT-CODE.

       READ-BANK-ACCOUNT-RECORD.
            MOVE "Y" TO BANK-ACCOUNT-RECORD-FOUND.
            READ BANK-ACCOUNT-FILE RECORD
               INVALID KEY
               MOVE "N" TO BANK-ACCOUNT-RECORD-FOUND.
            IF BANK-ACCOUNT-RECORD-FOUND = "Y" AND
                  BANK-ACCOUNT-COMPANY NOT = CURRENT-COMPANY
                DISPLAY "ACCOUNT BELONGS TO ANOTHER COMPANY"
                MOVE "N" TO BANK-ACCOUNT-RECORD-FOUND.

      * The value date is the day the bank releases the funds. It
      * is rolled forward off a weekend or holiday, may not be in
      * the past, and must land in an open fiscal period - the
      * payment posts on it.
       ACCEPT-VALUE-DATE.
            MOVE "N" TO ZERO-DATE-IS-OK.
            MOVE "ENTER WIRE VALUE DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "A VALUE DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO WIRE-VALUE-DATE.
            PERFORM ROLL-VALUE-DATE-TO-BUSINESS-DAY.
            PERFORM CHECK-VALUE-DATE-PERIOD.
            IF WIRE-VALUE-DATE < TODAY-DATE
                DISPLAY "THE VALUE DATE MAY NOT BE IN THE PAST"
                PERFORM ACCEPT-VALUE-DATE
            ELSE
                IF POSTING-PERIOD-OPEN NOT = "Y"
                    PERFORM ACCEPT-VALUE-DATE.

       ROLL-VALUE-DATE-TO-BUSINESS-DAY.
            MOVE WIRE-VALUE-DATE TO BUSINESS-DATE.
            PERFORM NEXT-BUSINESS-DAY.
            IF BUSINESS-DATE NOT = WIRE-VALUE-DATE
                MOVE BUSINESS-DATE TO WIRE-VALUE-DATE
                MOVE BUSINESS-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                DISPLAY "VALUE DATE FALLS ON A WEEKEND OR HOLIDAY"
                DISPLAY "VALUE DATE MOVED FORWARD TO " FORMATTED-DATE.

       CHECK-VALUE-DATE-PERIOD.
            MOVE WIRE-VALUE-DATE TO POSTING-DATE-TO-CHECK.
            PERFORM CHECK-POSTING-PERIOD.
            IF POSTING-PERIOD-OPEN NOT = "Y"
                DISPLAY "THAT DATE DOES NOT FALL IN AN OPEN"
                DISPLAY "FISCAL PERIOD (FISMNT01)".

      *--------------------------------
      * PICK THE VOUCHERS
      *--------------------------------
       PICK-THE-VOUCHERS.
            PERFORM GET-VOUCHER-TO-WIRE.
            PERFORM PICK-ONE-VOUCHER
               UNTIL VOUCHER-NUMBER = ZEROES.

       PICK-ONE-VOUCHER.
            PERFORM COMPUTE-VOUCHER-OPEN-AMOUNT.
            ADD 1 TO WIRE-VOUCHER-COUNT.
            MOVE VOUCHER-NUMBER
               TO WIRE-VOUCHER-NUMBER (WIRE-VOUCHER-COUNT).
            MOVE OPEN-AMOUNT
               TO WIRE-VOUCHER-AMOUNT (WIRE-VOUCHER-COUNT).
            ADD OPEN-AMOUNT TO WIRE-AMOUNT.
            MOVE OPEN-AMOUNT TO AMOUNT-FIELD.
            DISPLAY "VOUCHER " VOUCHER-NUMBER " ADDED " AMOUNT-FIELD.
            MOVE WIRE-AMOUNT TO AMOUNT-FIELD.
            DISPLAY "WIRE TOTAL SO FAR " AMOUNT-FIELD.
            IF WIRE-VOUCHER-COUNT = 20
                DISPLAY "20 VOUCHERS IS THE MOST ONE WIRE CARRIES"
                MOVE ZEROES TO VOUCHER-NUMBER
            ELSE
                PERFORM GET-VOUCHER-TO-WIRE.

       GET-VOUCHER-TO-WIRE.
            PERFORM ACCEPT-VOUCHER-TO-WIRE.
            PERFORM RE-ACCEPT-VOUCHER-TO-WIRE
               UNTIL VOUCHER-RECORD-FOUND = "Y" OR
                  VOUCHER-NUMBER = ZEROES.

       ACCEPT-VOUCHER-TO-WIRE.
            DISPLAY " ".
            DISPLAY "ENTER VOUCHER NUMBER THE WIRE IS TO PAY".
            DISPLAY "(ENTER 0 WHEN DONE)".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO VOUCHER-NUMBER.
            MOVE "N" TO VOUCHER-RECORD-FOUND.
            IF VOUCHER-NUMBER NOT = ZEROES
                PERFORM CHECK-VOUCHER-TO-WIRE.

       RE-ACCEPT-VOUCHER-TO-WIRE.
            PERFORM ACCEPT-VOUCHER-TO-WIRE.

      * The same payability rules as manpay01, plus: a voucher
      * already selected for a run, awaiting approval, or on
      * another wire request is not taken.
       CHECK-VOUCHER-TO-WIRE.
            PERFORM READ-VOUCHER-RECORD.
            PERFORM CHECK-VOUCHER-ALREADY-PICKED.
            IF VOUCHER-RECORD-FOUND = "N"
                DISPLAY "VOUCHER NOT ON FILE"
            ELSE
            IF VOUCHER-ALREADY-PICKED = "Y"
                DISPLAY "VOUCHER IS ALREADY ON THIS WIRE"
                MOVE "N" TO VOUCHER-RECORD-FOUND
            ELSE
            IF VOUCHER-PAID-DATE NOT = ZEROES
                DISPLAY "VOUCHER IS ALREADY PAID"
                MOVE "N" TO VOUCHER-RECORD-FOUND
            ELSE
            IF VOUCHER-IN-DISPUTE OR VOUCHER-IS-ESCHEATED
                DISPLAY "VOUCHER IS HELD - NOT PAYABLE"
                MOVE "N" TO VOUCHER-RECORD-FOUND
            ELSE
            IF VOUCHER-AWAITING-APPROVAL
                DISPLAY "VOUCHER IS AWAITING APPROVAL (VCHAPP01)"
                MOVE "N" TO VOUCHER-RECORD-FOUND
            ELSE
            IF VOUCHER-HELD-FOR-WIRE
                DISPLAY "VOUCHER IS ON ANOTHER WIRE REQUEST"
                MOVE "N" TO VOUCHER-RECORD-FOUND
            ELSE
            IF VOUCHER-SELECTED = "Y"
                DISPLAY "VOUCHER IS SELECTED FOR A PAYMENT RUN -"
                DISPLAY "CLEAR THE SELECTION FIRST"
                MOVE "N" TO VOUCHER-RECORD-FOUND
            ELSE
                PERFORM CHECK-VOUCHER-VENDOR.

       CHECK-VOUCHER-ALREADY-PICKED.
            MOVE "N" TO VOUCHER-ALREADY-PICKED.
            PERFORM CHECK-ONE-PICKED-VOUCHER
               VARYING VOUCHER-INDEX FROM 1 BY 1
               UNTIL VOUCHER-INDEX > WIRE-VOUCHER-COUNT.

       CHECK-ONE-PICKED-VOUCHER.
            IF WIRE-VOUCHER-NUMBER (VOUCHER-INDEX) = VOUCHER-NUMBER
                MOVE "Y" TO VOUCHER-ALREADY-PICKED.

      * One wire pays one vendor - the first voucher fixes the
      * vendor, which must be payable by wire at all: active, paid
      * in dollars, with a W-8 on file if a foreign person, and
      * with no sanctions hit left open or confirmed.
       CHECK-VOUCHER-VENDOR.
            IF WIRE-VENDOR = ZERO
                PERFORM CHECK-THE-WIRE-VENDOR
                IF VOUCHER-RECORD-FOUND = "Y"
                    MOVE VOUCHER-VENDOR TO WIRE-VENDOR
                    DISPLAY "VENDOR: " VENDOR-NAME
                END-IF
            ELSE
                IF VOUCHER-VENDOR NOT = WIRE-VENDOR
                    DISPLAY "VOUCHER BELONGS TO ANOTHER VENDOR -"
                    DISPLAY "ONE WIRE PAYS ONE VENDOR"
                    MOVE "N" TO VOUCHER-RECORD-FOUND.

       CHECK-THE-WIRE-VENDOR.
            MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
            PERFORM READ-VENDOR-RECORD.
            IF VENDOR-RECORD-FOUND = "N"
                DISPLAY "VENDOR NOT ON FILE"
                MOVE "N" TO VOUCHER-RECORD-FOUND
            ELSE
            IF NOT VENDOR-STATUS-ACTIVE
                DISPLAY "VENDOR IS ON HOLD OR INACTIVE"
                MOVE "N" TO VOUCHER-RECORD-FOUND
            ELSE
            IF VENDOR-PAYS-OWN-CURRENCY
                DISPLAY "VENDOR TAKES ONLY THEIR OWN CURRENCY -"
                DISPLAY "A DOLLAR WIRE CANNOT PAY THEM"
                MOVE "N" TO VOUCHER-RECORD-FOUND
            ELSE
            IF VENDOR-IS-FOREIGN-PERSON AND NOT VENDOR-HAS-W8
                DISPLAY "FOREIGN VENDOR HAS NO W-8 ON FILE"
                MOVE "N" TO VOUCHER-RECORD-FOUND
            ELSE
            IF VENDOR-BANK-ACCOUNT-NUMBER = SPACES
                DISPLAY "VENDOR HAS NO BANK ACCOUNT ON FILE -"
                DISPLAY "SET IT UP IN VENDOR MAINTENANCE FIRST"
                MOVE "N" TO VOUCHER-RECORD-FOUND
            ELSE
                PERFORM CHECK-VENDOR-SANCTIONS-HITS
                IF VENDOR-IS-SANCTIONS-BLOCKED = "Y"
                    DISPLAY "VENDOR HAS AN UNRESOLVED SANCTIONS MATCH -"
                    DISPLAY "NO WIRE UNTIL COMPLIANCE CLEARS IT"
                    MOVE "N" TO VOUCHER-RECORD-FOUND.

      * Same walk as runbld01 - any hit for the vendor, under
      * either name, that is not cleared blocks the wire.
       CHECK-VENDOR-SANCTIONS-HITS.
            MOVE "N" TO VENDOR-IS-SANCTIONS-BLOCKED.
            MOVE "N" TO OFAC-HIT-FILE-AT-END.
            MOVE LOW-VALUES TO OFAC-HIT-KEY.
            MOVE "V" TO OFAC-HIT-PAYEE-TYPE.
            MOVE VENDOR-NUMBER TO OFAC-HIT-PAYEE-NUMBER.
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
                      OFAC-HIT-PAYEE-NUMBER NOT = VENDOR-NUMBER
                    MOVE "Y" TO OFAC-HIT-FILE-AT-END
                ELSE
                    IF OFAC-HIT-BLOCKS-PAYMENT
                        MOVE "Y" TO VENDOR-IS-SANCTIONS-BLOCKED.

      * Same open-amount rule as manpay01 - a wire sent gross
      * takes no early-payment discount.
       COMPUTE-VOUCHER-OPEN-AMOUNT.
            COMPUTE OPEN-AMOUNT = VOUCHER-AMOUNT
               - VOUCHER-PAID-AMOUNT - VOUCHER-DISCOUNT-TAKEN
               - VOUCHER-RETAINED-AMOUNT.

      *--------------------------------
      * THE BENEFICIARY
      *--------------------------------
      * The remit-to block is where the vendor asked to be paid; a
      * vendor without one is paid at its own address. The banking
      * always comes from the vendor master - a domestic wire
      * cannot be pointed anywhere else from this screen.
       BUILD-THE-BENEFICIARY.
            MOVE WIRE-VENDOR TO VENDOR-NUMBER.
            PERFORM READ-VENDOR-RECORD.
            IF VENDOR-REMIT-NAME NOT = SPACES
                PERFORM TAKE-THE-REMIT-ADDRESS
            ELSE
                PERFORM TAKE-THE-VENDOR-ADDRESS.
            IF WIRE-BENE-COUNTRY-CODE = "US"
                MOVE SPACES TO WIRE-BENE-COUNTRY-CODE.
            MOVE VENDOR-BANK-ACCOUNT-NUMBER TO WIRE-BENE-ACCOUNT.
            IF WIRE-BENE-COUNTRY-CODE = SPACES
                PERFORM BUILD-A-FEDWIRE
            ELSE
                PERFORM BUILD-A-SWIFT-WIRE.

       TAKE-THE-REMIT-ADDRESS.
            MOVE VENDOR-REMIT-NAME TO WIRE-BENE-NAME.
            MOVE VENDOR-REMIT-ADDRESS-1 TO WIRE-BENE-ADDRESS-1.
            MOVE VENDOR-REMIT-ADDRESS-2 TO WIRE-BENE-ADDRESS-2.
            MOVE VENDOR-REMIT-CITY TO WIRE-BENE-CITY.
            MOVE VENDOR-REMIT-STATE TO WIRE-BENE-STATE.
            MOVE VENDOR-REMIT-ZIP TO WIRE-BENE-ZIP.
            MOVE VENDOR-REMIT-COUNTRY-CODE TO WIRE-BENE-COUNTRY-CODE.

       TAKE-THE-VENDOR-ADDRESS.
            MOVE VENDOR-NAME TO WIRE-BENE-NAME.
            MOVE VENDOR-ADDRESS-1 TO WIRE-BENE-ADDRESS-1.
            MOVE VENDOR-ADDRESS-2 TO WIRE-BENE-ADDRESS-2.
            MOVE VENDOR-CITY TO WIRE-BENE-CITY.
            MOVE VENDOR-STATE TO WIRE-BENE-STATE.
            MOVE VENDOR-ZIP TO WIRE-BENE-ZIP.
            MOVE VENDOR-COUNTRY-CODE TO WIRE-BENE-COUNTRY-CODE.

       BUILD-A-FEDWIRE.
            MOVE "F" TO WIRE-FORMAT.
            IF VENDOR-ABA-ROUTING-NUMBER NOT NUMERIC
                DISPLAY "VENDOR HAS NO VALID ABA ROUTING NUMBER -"
                DISPLAY "A FEDWIRE CANNOT BE SENT"
                MOVE "Y" TO ENTRY-IS-CANCELLED
            ELSE
                MOVE VENDOR-ABA-ROUTING-NUMBER TO WIRE-BENE-BANK-ID
                DISPLAY "DOMESTIC BENEFICIARY - SENT AS A FEDWIRE".

      * The vendor master carries no BIC, so it is keyed here from
      * the vendor's letterhead - the callback above is what
      * proves it. The account defaults to the vendor master's and
      * may be keyed over with the IBAN.
       BUILD-A-SWIFT-WIRE.
            MOVE "S" TO WIRE-FORMAT.
            DISPLAY "BENEFICIARY IN " WIRE-BENE-COUNTRY-CODE
               " - SENT AS A SWIFT CUSTOMER TRANSFER".
            PERFORM ENTER-BENEFICIARY-BIC.
            PERFORM ENTER-BENEFICIARY-IBAN.

       ENTER-BENEFICIARY-BIC.
            DISPLAY "ENTER THE BENEFICIARY BANK'S BIC (8 OR 11)".
            MOVE SPACES TO WIRE-BENE-BANK-ID.
            ACCEPT WIRE-BENE-BANK-ID.
            INSPECT WIRE-BENE-BANK-ID
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF WIRE-BENE-BANK-ID (1:8) = SPACES OR
                  WIRE-BENE-BANK-ID (8:1) = SPACE OR
                  (WIRE-BENE-BANK-ID (9:3) NOT = SPACES AND
                   WIRE-BENE-BANK-ID (11:1) = SPACE)
                DISPLAY "A BIC IS 8 OR 11 CHARACTERS"
                PERFORM ENTER-BENEFICIARY-BIC.

       SHOW-BENEFICIARY-ACCOUNT.
            MOVE WIRE-BENE-ACCOUNT TO SENSITIVE-VALUE.
            MOVE "WIRE-BENE-ACCOUNT" TO SENSITIVE-FIELD-NAME.
            MOVE WIRE-NUMBER TO SENSITIVE-RECORD-KEY.
            PERFORM SHOW-SENSITIVE-VALUE.

       ENTER-BENEFICIARY-IBAN.
            PERFORM SHOW-BENEFICIARY-ACCOUNT.
            DISPLAY "BENEFICIARY ACCOUNT: " SENSITIVE-SHOWN.
            DISPLAY "ENTER THE IBAN (BLANK TO KEEP THE ACCOUNT)".
            MOVE SPACES TO IBAN-ENTRY.
            ACCEPT IBAN-ENTRY.
            INSPECT IBAN-ENTRY
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF IBAN-ENTRY NOT = SPACES
                MOVE IBAN-ENTRY TO WIRE-BENE-ACCOUNT.

       ENTER-WIRE-PURPOSE.
            DISPLAY "ENTER THE PAYMENT DETAILS FOR THE BENEFICIARY".
            DISPLAY "(E.G. THE INVOICE NUMBERS PAID)".
            MOVE SPACES TO WIRE-PURPOSE.
            ACCEPT WIRE-PURPOSE.
            INSPECT WIRE-PURPOSE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF WIRE-PURPOSE = SPACES
                DISPLAY "PAYMENT DETAILS MUST BE ENTERED"
                PERFORM ENTER-WIRE-PURPOSE.

       ASK-OK-TO-SUBMIT.
            DISPLAY "SUBMIT THIS WIRE FOR APPROVAL (Y/N)?".
            ACCEPT OK-TO-SUBMIT.
            INSPECT OK-TO-SUBMIT
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF OK-TO-SUBMIT NOT = "Y" AND OK-TO-SUBMIT NOT = "N"
                DISPLAY "YOU MUST ENTER Y OR N"
                PERFORM ASK-OK-TO-SUBMIT.

       WRITE-THE-NEW-REQUEST.
            PERFORM RETRIEVE-NEXT-WIRE-NUMBER.
            WRITE WIRE-REQUEST-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING WIRE REQUEST".
            PERFORM HOLD-ONE-VOUCHER
               VARYING VOUCHER-INDEX FROM 1 BY 1
               UNTIL VOUCHER-INDEX > WIRE-VOUCHER-COUNT.
            DISPLAY "WIRE REQUEST " WIRE-NUMBER
               " WAITING FOR APPROVAL (WIRAPP01)".

      * Wire numbers are one series across every company, drawn
      * from company 1's control record under the lock-retry
      * protocol (plctllck.cbl).
       RETRIEVE-NEXT-WIRE-NUMBER.
            MOVE 1 TO CONTROL-KEY.
            PERFORM READ-CONTROL-WITH-RETRY.
            ADD 1 TO CONTROL-LAST-WIRE.
            MOVE CONTROL-LAST-WIRE TO WIRE-NUMBER.
            PERFORM REWRITE-CONTROL-WITH-RETRY.

       HOLD-ONE-VOUCHER.
            MOVE WIRE-VOUCHER-NUMBER (VOUCHER-INDEX)
               TO VOUCHER-NUMBER.
            PERFORM READ-VOUCHER-RECORD.
            IF VOUCHER-RECORD-FOUND = "Y"
                MOVE "W" TO VOUCHER-SELECTED
                PERFORM REWRITE-VOUCHER-RECORD.

      *--------------------------------
      * LOOK UP
      *--------------------------------
       LOOK-UP-A-WIRE-REQUEST.
            DISPLAY "ENTER WIRE REQUEST NUMBER (0 TO CANCEL)".
            ACCEPT WIRE-NUMBER-ENTRY.
            IF WIRE-NUMBER-ENTRY NOT = ZEROES
                PERFORM READ-THE-WIRE-REQUEST
                IF WIRE-RECORD-FOUND = "N"
                    DISPLAY "WIRE REQUEST NOT ON FILE FOR THIS COMPANY"
                ELSE
                    PERFORM DISPLAY-THE-WIRE.

       READ-THE-WIRE-REQUEST.
            MOVE WIRE-NUMBER-ENTRY TO WIRE-NUMBER.
            MOVE "Y" TO WIRE-RECORD-FOUND.
            READ WIRE-REQUEST-FILE RECORD
               INVALID KEY
               MOVE "N" TO WIRE-RECORD-FOUND.
            IF WIRE-RECORD-FOUND = "Y" AND
                  WIRE-COMPANY NOT = CURRENT-COMPANY
                MOVE "N" TO WIRE-RECORD-FOUND.

       DISPLAY-THE-WIRE.
            DISPLAY " ".
            DISPLAY "WIRE " WIRE-NUMBER " FROM ACCOUNT "
               WIRE-BANK-ACCOUNT " TO VENDOR " WIRE-VENDOR.
            MOVE WIRE-AMOUNT TO AMOUNT-FIELD.
            MOVE WIRE-VALUE-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            DISPLAY "  AMOUNT " AMOUNT-FIELD " VALUE DATE "
               FORMATTED-DATE.
            IF WIRE-IS-FEDWIRE
                DISPLAY "  FEDWIRE TO ABA " WIRE-BENE-BANK-ID
            ELSE
                DISPLAY "  SWIFT TO BIC " WIRE-BENE-BANK-ID.
            PERFORM SHOW-BENEFICIARY-ACCOUNT.
            DISPLAY "  ACCOUNT " SENSITIVE-SHOWN.
            DISPLAY "  " WIRE-BENE-NAME.
            DISPLAY "  " WIRE-BENE-ADDRESS-1.
            IF WIRE-BENE-ADDRESS-2 NOT = SPACES
                DISPLAY "  " WIRE-BENE-ADDRESS-2.
            DISPLAY "  " WIRE-BENE-CITY " " WIRE-BENE-STATE " "
               WIRE-BENE-ZIP " " WIRE-BENE-COUNTRY-CODE.
            DISPLAY "  DETAILS: " WIRE-PURPOSE.
            PERFORM DISPLAY-ONE-WIRE-VOUCHER
               VARYING VOUCHER-INDEX FROM 1 BY 1
               UNTIL VOUCHER-INDEX > WIRE-VOUCHER-COUNT.
            DISPLAY "  REQUESTED BY " WIRE-REQUESTED-BY.
            PERFORM DESCRIBE-THE-STATUS.
            DISPLAY "  STATUS: " STATUS-DESCRIPTION.
            IF WIRE-APPROVED OR WIRE-REJECTED OR WIRE-SENT
                DISPLAY "  DECIDED BY " WIRE-DECIDED-BY " "
                   WIRE-DECISION-NOTE.
            IF WIRE-SENT
                DISPLAY "  PAYMENT NUMBER " WIRE-PAYMENT-NO.

       DISPLAY-ONE-WIRE-VOUCHER.
            MOVE WIRE-VOUCHER-AMOUNT (VOUCHER-INDEX) TO AMOUNT-FIELD.
            DISPLAY "    VOUCHER "
               WIRE-VOUCHER-NUMBER (VOUCHER-INDEX) " " AMOUNT-FIELD.

       DESCRIBE-THE-STATUS.
            EVALUATE TRUE
                WHEN WIRE-PENDING
                    MOVE "WAITING FOR APPROVAL" TO STATUS-DESCRIPTION
                WHEN WIRE-APPROVED
                    MOVE "APPROVED - TO BE SENT" TO STATUS-DESCRIPTION
                WHEN WIRE-REJECTED
                    MOVE "REJECTED" TO STATUS-DESCRIPTION
                WHEN WIRE-SENT
                    MOVE "SENT TO THE BANK" TO STATUS-DESCRIPTION
                WHEN OTHER
                    MOVE "UNKNOWN" TO STATUS-DESCRIPTION
            END-EVALUATE.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
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
            IF VOUCHER-RECORD-FOUND = "Y" AND
                  VOUCHER-COMPANY NOT = CURRENT-COMPANY
                DISPLAY "VOUCHER BELONGS TO ANOTHER COMPANY"
                MOVE "N" TO VOUCHER-RECORD-FOUND.

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

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plnumval01.cbl".
            COPY "plbusday.cbl".
            COPY "plctllck.cbl".
            COPY "pljrnl01.cbl".
            COPY "plmask01.cbl".
            COPY "plmask02.cbl".

            COPY "plfiscal.cbl".
