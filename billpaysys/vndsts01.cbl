      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Nightly payment-status extract for the supplier portal and
      * the phone system's IVR - the answer to "did you get my
      * invoice, and when will I be paid" without a call to AP. For
      * every ACTIVE vendor, every invoice received in the last
      * CONTROL-PORTAL-DAYS days (company 1's control record; zero
      * is ninety) goes on VNDSTAT, one pipe-delimited row each:
      *    VENDOR|VOUCHER|INVOICE|INVDATE|RECEIVED|AMOUNT|STATUS|
      *    STATUSTEXT|PAYDATE|DATETYPE|PAIDAMT|PAYTYPE|ACCOUNT|
      *    CHECKTRACE|CLEARED
      * The status is the furthest the invoice has got:
      *    S  IN EDI STAGING    - an 810 not yet released
      *                           (fdedistg.cbl); VOUCHER is zero
      *    J  EDI REJECTED      - an 810 the clerk turned back
      *    E  ENTERED           - on file, not yet picked for a run
      *    A  AWAITING APPROVAL - over the approval threshold
      *    D  DISPUTED          - pulled from payment on a dispute
      *    L  SELECTED          - picked for the next run
      *    P  PAID              - the check or EFT has gone out
      *    C  CLEARED           - and has cleared the bank
      *    X  ESCHEATED         - unclaimed, turned over to the state
      * PAYDATE is the actual pay date (DATETYPE "A") once paid, or
      * the scheduled one ("S"): the date of the next proposed or
      * released run of the vendor's payment type for a selected
      * invoice, else the due date. A disputed invoice, one awaiting
      * approval, and a staged 810 have no date to give. An EFT's
      * CHECKTRACE is its trace number. Credit memos are not
      * invoices and are left off. A voucher's received date is the
      * mailroom's stamp, or failing that the day it was keyed, or
      * its voucher date.
      * The file is registered on the transmission log (VNDSTAT) -
      * the count takes in the header row, the hash is the AMOUNT
      * column - and batdrv01 runs it as a stream step.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndsts01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvnd02.cbl".
            COPY "slvouch.cbl".
            COPY "slchkreg.cbl".
            COPY "sledistg.cbl".
            COPY "slrunhdr.cbl".
            COPY "slcontrol.cbl".
            COPY "slxmit01.cbl".

            SELECT OPTIONAL STATUS-EXTRACT-FILE
               ASSIGN TO "VNDSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdvouch.cbl".
            COPY "fdchkreg.cbl".
            COPY "fdedistg.cbl".
            COPY "fdrunhdr.cbl".
            COPY "fdcontrol.cbl".
            COPY "fdxmit01.cbl".

       FD   STATUS-EXTRACT-FILE
            LABEL RECORDS ARE STANDARD.
       01   STATUS-EXTRACT-OUT            PIC X(200).

       WORKING-STORAGE SECTION.

            COPY "wsctllck.cbl".

       01   STATUS-LINE.
            05 STATUS-VENDOR              PIC 9(5).
            05 FILLER                     PIC X VALUE "|".
            05 STATUS-VOUCHER             PIC 9(5).
            05 FILLER                     PIC X VALUE "|".
            05 STATUS-INVOICE             PIC X(15).
            05 FILLER                     PIC X VALUE "|".
            05 STATUS-INVOICE-DATE        PIC 9(8).
            05 FILLER                     PIC X VALUE "|".
            05 STATUS-RECEIVED-DATE       PIC 9(8).
            05 FILLER                     PIC X VALUE "|".
            05 STATUS-AMOUNT              PIC -9(6).99.
            05 FILLER                     PIC X VALUE "|".
            05 STATUS-CODE                PIC X.
            05 FILLER                     PIC X VALUE "|".
            05 STATUS-TEXT                PIC X(17).
            05 FILLER                     PIC X VALUE "|".
            05 STATUS-PAY-DATE            PIC 9(8).
            05 FILLER                     PIC X VALUE "|".
            05 STATUS-DATE-TYPE           PIC X.
            05 FILLER                     PIC X VALUE "|".
            05 STATUS-PAID-AMOUNT         PIC -9(6).99.
            05 FILLER                     PIC X VALUE "|".
            05 STATUS-PAY-TYPE            PIC X(5).
            05 FILLER                     PIC X VALUE "|".
            05 STATUS-ACCOUNT             PIC X(4).
            05 FILLER                     PIC X VALUE "|".
            05 STATUS-CHECK-TRACE         PIC 9(6).
            05 FILLER                     PIC X VALUE "|".
            05 STATUS-CLEARED-DATE        PIC 9(8).

      * The earliest proposed or released run date for each company
      * and payment type - check, EFT, virtual card.
       01   NEXT-RUN-TABLE.
            05 NEXT-RUN-COMPANY OCCURS 9 TIMES.
               10 NEXT-RUN-DATE           PIC 9(8) OCCURS 3 TIMES.
       77   RUN-COMPANY-INDEX             PIC 9.
       77   RUN-TYPE-INDEX                PIC 9.

       77   VENDOR-FILE-AT-END            PIC X.
       77   VOUCHER-FILE-AT-END           PIC X.
       77   STAGING-FILE-AT-END           PIC X.
       77   RUN-FILE-AT-END               PIC X.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   REGISTER-RECORD-FOUND         PIC X.
       77   CONTROL-RECORD-FOUND          PIC X.

       77   TODAY-DATE                    PIC 9(8).
       77   CUTOFF-DATE                   PIC 9(8).
       77   LOOK-BACK-DAYS                PIC 9(3).
       77   VOUCHER-RECEIVED              PIC 9(8).

       77   STATUS-ROW-COUNT              PIC 9(7) VALUE ZERO.
       77   ROWS-BEFORE-VENDOR            PIC 9(7).
       77   STATUS-ROW-HASH               PIC S9(11)V99 VALUE ZERO.
       77   VENDORS-EXTRACTED             PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM FIGURE-THE-CUTOFF-DATE.
            PERFORM LOAD-THE-NEXT-RUN-DATES.
            PERFORM WRITE-THE-HEADER-ROW.
            MOVE "N" TO VENDOR-FILE-AT-END.
            PERFORM READ-NEXT-VENDOR-RECORD.
            PERFORM EXTRACT-ONE-VENDOR
               UNTIL VENDOR-FILE-AT-END = "Y".
            MOVE "N" TO STAGING-FILE-AT-END.
            PERFORM READ-NEXT-STAGING-RECORD.
            PERFORM EXTRACT-ONE-STAGED-INVOICE
               UNTIL STAGING-FILE-AT-END = "Y".
            PERFORM CLOSING-PROCEDURE.
            PERFORM REGISTER-THE-EXTRACT.
            DISPLAY "VENDORS WITH INVOICES: " VENDORS-EXTRACTED.
            DISPLAY "STATUS ROWS:           " STATUS-ROW-COUNT.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT CHECK-REGISTER-FILE.
            OPEN INPUT EDI-STAGING-FILE.
            OPEN INPUT RUN-HEADER-FILE.
            OPEN INPUT CONTROL-FILE.
            OPEN OUTPUT STATUS-EXTRACT-FILE.

       CLOSING-PROCEDURE.
            CLOSE VENDOR-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE CHECK-REGISTER-FILE.
            CLOSE EDI-STAGING-FILE.
            CLOSE RUN-HEADER-FILE.
            CLOSE CONTROL-FILE.
            CLOSE STATUS-EXTRACT-FILE.

       FIGURE-THE-CUTOFF-DATE.
            MOVE 1 TO CONTROL-KEY.
            MOVE "Y" TO CONTROL-RECORD-FOUND.
            READ CONTROL-FILE RECORD
               INVALID KEY
               MOVE "N" TO CONTROL-RECORD-FOUND.
            MOVE 90 TO LOOK-BACK-DAYS.
            IF CONTROL-RECORD-FOUND = "Y" AND
                  CONTROL-PORTAL-DAYS NOT = ZERO
                MOVE CONTROL-PORTAL-DAYS TO LOOK-BACK-DAYS.
            COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (TODAY-DATE)
                  - LOOK-BACK-DAYS).

      *--------------------------------
      * NEXT RUN DATES
      *--------------------------------
       LOAD-THE-NEXT-RUN-DATES.
            MOVE ZEROES TO NEXT-RUN-TABLE.
            MOVE "N" TO RUN-FILE-AT-END.
            PERFORM LOAD-ONE-RUN-HEADER
               UNTIL RUN-FILE-AT-END = "Y".

       LOAD-ONE-RUN-HEADER.
            READ RUN-HEADER-FILE NEXT RECORD
               AT END MOVE "Y" TO RUN-FILE-AT-END.
            IF RUN-FILE-AT-END NOT = "Y"
                IF RUNHDR-STATUS-PROPOSED OR
                      RUNHDR-STATUS-RELEASED
                    PERFORM KEEP-THE-EARLIER-RUN.

       KEEP-THE-EARLIER-RUN.
            MOVE RUNHDR-COMPANY TO RUN-COMPANY-INDEX.
            IF RUN-COMPANY-INDEX = ZERO
                MOVE 1 TO RUN-COMPANY-INDEX.
            MOVE 1 TO RUN-TYPE-INDEX.
            IF RUNHDR-TYPE-EFT
                MOVE 2 TO RUN-TYPE-INDEX.
            IF RUNHDR-TYPE-CARD
                MOVE 3 TO RUN-TYPE-INDEX.
            IF NEXT-RUN-DATE (RUN-COMPANY-INDEX, RUN-TYPE-INDEX)
                  = ZEROES OR
                  RUNHDR-RUN-DATE <
                  NEXT-RUN-DATE (RUN-COMPANY-INDEX, RUN-TYPE-INDEX)
                MOVE RUNHDR-RUN-DATE
                   TO NEXT-RUN-DATE (RUN-COMPANY-INDEX,
                                     RUN-TYPE-INDEX).

      *--------------------------------
      * VOUCHERS, VENDOR BY VENDOR
      *--------------------------------
       EXTRACT-ONE-VENDOR.
            IF VENDOR-STATUS-ACTIVE
                PERFORM EXTRACT-THE-VENDOR-VOUCHERS.
            PERFORM READ-NEXT-VENDOR-RECORD.

       EXTRACT-THE-VENDOR-VOUCHERS.
            MOVE STATUS-ROW-COUNT TO ROWS-BEFORE-VENDOR.
            MOVE "N" TO VOUCHER-FILE-AT-END.
            MOVE VENDOR-NUMBER TO VOUCHER-VENDOR.
            START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-VENDOR
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.
            IF VOUCHER-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-VENDOR-VOUCHER.
            PERFORM EXTRACT-ONE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".
            IF STATUS-ROW-COUNT NOT = ROWS-BEFORE-VENDOR
                ADD 1 TO VENDORS-EXTRACTED.

       EXTRACT-ONE-VOUCHER.
            IF NOT VOUCHER-TYPE-CREDIT-MEMO
                PERFORM FIGURE-THE-RECEIVED-DATE
                IF VOUCHER-RECEIVED NOT < CUTOFF-DATE
                    PERFORM WRITE-ONE-VOUCHER-ROW.
            PERFORM READ-NEXT-VENDOR-VOUCHER.

       FIGURE-THE-RECEIVED-DATE.
            MOVE VOUCHER-RECEIVED-DATE TO VOUCHER-RECEIVED.
            IF VOUCHER-RECEIVED = ZEROES
                MOVE VOUCHER-ENTERED-DATE TO VOUCHER-RECEIVED.
            IF VOUCHER-RECEIVED = ZEROES
                MOVE VOUCHER-DATE TO VOUCHER-RECEIVED.

       WRITE-ONE-VOUCHER-ROW.
            MOVE SPACES TO STATUS-PAY-TYPE
                           STATUS-ACCOUNT
                           STATUS-DATE-TYPE.
            MOVE ZEROES TO STATUS-PAY-DATE
                           STATUS-CHECK-TRACE
                           STATUS-CLEARED-DATE.
            MOVE VENDOR-NUMBER TO STATUS-VENDOR.
            MOVE VOUCHER-NUMBER TO STATUS-VOUCHER.
            MOVE VOUCHER-INVOICE TO STATUS-INVOICE.
            MOVE VOUCHER-INVOICE-DATE TO STATUS-INVOICE-DATE.
            IF STATUS-INVOICE-DATE = ZEROES
                MOVE VOUCHER-DATE TO STATUS-INVOICE-DATE.
            MOVE VOUCHER-RECEIVED TO STATUS-RECEIVED-DATE.
            MOVE VOUCHER-AMOUNT TO STATUS-AMOUNT.
            MOVE VOUCHER-PAID-AMOUNT TO STATUS-PAID-AMOUNT.
            PERFORM DECIDE-THE-VOUCHER-STATUS.
            IF VOUCHER-CHECK-NO NOT = ZEROES
                PERFORM SHOW-THE-PAYMENT.
            ADD VOUCHER-AMOUNT TO STATUS-ROW-HASH.
            PERFORM WRITE-THE-STATUS-ROW.

       DECIDE-THE-VOUCHER-STATUS.
            IF VOUCHER-IS-ESCHEATED
                MOVE "X" TO STATUS-CODE
                MOVE "ESCHEATED" TO STATUS-TEXT
            ELSE
            IF VOUCHER-CLEARED-DATE NOT = ZEROES
                MOVE "C" TO STATUS-CODE
                MOVE "CLEARED" TO STATUS-TEXT
                PERFORM GIVE-THE-ACTUAL-DATE
            ELSE
            IF VOUCHER-PAID-DATE NOT = ZEROES
                MOVE "P" TO STATUS-CODE
                MOVE "PAID" TO STATUS-TEXT
                PERFORM GIVE-THE-ACTUAL-DATE
            ELSE
            IF VOUCHER-IN-DISPUTE
                MOVE "D" TO STATUS-CODE
                MOVE "DISPUTED" TO STATUS-TEXT
            ELSE
            IF VOUCHER-AWAITING-APPROVAL
                MOVE "A" TO STATUS-CODE
                MOVE "AWAITING APPROVAL" TO STATUS-TEXT
            ELSE
            IF VOUCHER-SELECTED = "Y" OR
                  VOUCHER-HELD-FOR-WIRE
                MOVE "L" TO STATUS-CODE
                MOVE "SELECTED" TO STATUS-TEXT
                PERFORM GIVE-THE-NEXT-RUN-DATE
            ELSE
                MOVE "E" TO STATUS-CODE
                MOVE "ENTERED" TO STATUS-TEXT
                MOVE VOUCHER-DUE TO STATUS-PAY-DATE
                MOVE "S" TO STATUS-DATE-TYPE.

       GIVE-THE-ACTUAL-DATE.
            MOVE VOUCHER-PAID-DATE TO STATUS-PAY-DATE.
            MOVE "A" TO STATUS-DATE-TYPE.
            MOVE VOUCHER-CLEARED-DATE TO STATUS-CLEARED-DATE.

       GIVE-THE-NEXT-RUN-DATE.
            MOVE VOUCHER-COMPANY TO RUN-COMPANY-INDEX.
            IF RUN-COMPANY-INDEX = ZERO
                MOVE 1 TO RUN-COMPANY-INDEX.
            MOVE 1 TO RUN-TYPE-INDEX.
            IF VENDOR-PAYS-BY-EFT
                MOVE 2 TO RUN-TYPE-INDEX.
            IF VENDOR-PAYS-BY-CARD
                MOVE 3 TO RUN-TYPE-INDEX.
            MOVE NEXT-RUN-DATE (RUN-COMPANY-INDEX, RUN-TYPE-INDEX)
               TO STATUS-PAY-DATE.
            IF STATUS-PAY-DATE = ZEROES
                MOVE VOUCHER-DUE TO STATUS-PAY-DATE.
            MOVE "S" TO STATUS-DATE-TYPE.

      * A part-paid voucher still open carries the number of the
      * payment made so far.
       SHOW-THE-PAYMENT.
            MOVE VOUCHER-BANK-ACCOUNT TO STATUS-ACCOUNT.
            MOVE VOUCHER-CHECK-NO TO STATUS-CHECK-TRACE.
            MOVE VOUCHER-BANK-ACCOUNT TO REGISTER-BANK-ACCOUNT.
            MOVE VOUCHER-CHECK-NO TO REGISTER-CHECK-NO.
            MOVE "Y" TO REGISTER-RECORD-FOUND.
            READ CHECK-REGISTER-FILE RECORD
               INVALID KEY
               MOVE "N" TO REGISTER-RECORD-FOUND.
            MOVE "CHECK" TO STATUS-PAY-TYPE.
            IF REGISTER-RECORD-FOUND = "Y"
                IF REGISTER-TYPE-EFT
                    MOVE "EFT" TO STATUS-PAY-TYPE
                ELSE
                    IF REGISTER-TYPE-WIRE
                        MOVE "WIRE" TO STATUS-PAY-TYPE
                    ELSE
                        IF REGISTER-TYPE-CARD
                            MOVE "CARD" TO STATUS-PAY-TYPE.

      *--------------------------------
      * 810S STILL IN EDI STAGING
      *--------------------------------
      * A released 810 is a voucher now, and went out with the
      * vendor's vouchers above.
       EXTRACT-ONE-STAGED-INVOICE.
            IF NOT STAGING-RELEASED AND
                  STAGING-RECEIVED-DATE NOT < CUTOFF-DATE
                MOVE STAGING-VENDOR TO VENDOR-NUMBER
                PERFORM READ-VENDOR-RECORD
                IF VENDOR-RECORD-FOUND = "Y" AND
                      VENDOR-STATUS-ACTIVE
                    PERFORM WRITE-ONE-STAGING-ROW.
            PERFORM READ-NEXT-STAGING-RECORD.

       WRITE-ONE-STAGING-ROW.
            MOVE SPACES TO STATUS-PAY-TYPE
                           STATUS-ACCOUNT
                           STATUS-DATE-TYPE.
            MOVE ZEROES TO STATUS-VOUCHER
                           STATUS-PAY-DATE
                           STATUS-PAID-AMOUNT
                           STATUS-CHECK-TRACE
                           STATUS-CLEARED-DATE.
            MOVE STAGING-VENDOR TO STATUS-VENDOR.
            MOVE STAGING-INVOICE TO STATUS-INVOICE.
            MOVE STAGING-INVOICE-DATE TO STATUS-INVOICE-DATE.
            MOVE STAGING-RECEIVED-DATE TO STATUS-RECEIVED-DATE.
            MOVE STAGING-AMOUNT TO STATUS-AMOUNT.
            IF STAGING-REJECTED
                MOVE "J" TO STATUS-CODE
                MOVE "EDI REJECTED" TO STATUS-TEXT
            ELSE
                MOVE "S" TO STATUS-CODE
                MOVE "IN EDI STAGING" TO STATUS-TEXT.
            ADD STAGING-AMOUNT TO STATUS-ROW-HASH.
            PERFORM WRITE-THE-STATUS-ROW.

      *--------------------------------
      * THE EXTRACT FILE
      *--------------------------------
       WRITE-THE-HEADER-ROW.
            MOVE "VENDOR|VOUCHER|INVOICE|INVDATE|RECEIVED|AMOUNT|STA
      -        "TUS|STATUSTEXT|PAYDATE|DATETYPE|PAIDAMT|PAYTYPE|ACCO
      -        "UNT|CHECKTRACE|CLEARED"
               TO STATUS-EXTRACT-OUT.
            WRITE STATUS-EXTRACT-OUT.

       WRITE-THE-STATUS-ROW.
            MOVE STATUS-LINE TO STATUS-EXTRACT-OUT.
            WRITE STATUS-EXTRACT-OUT.
            ADD 1 TO STATUS-ROW-COUNT.

       REGISTER-THE-EXTRACT.
            MOVE "VNDSTS01" TO XMIT-PROGRAM.
            MOVE "BATCH" TO XMIT-BUILT-BY.
            MOVE "VNDSTAT" TO XMIT-FILE-NAME.
            COMPUTE XMIT-RECORD-COUNT = STATUS-ROW-COUNT + 1.
            MOVE STATUS-ROW-HASH TO XMIT-HASH-TOTAL.
            PERFORM REGISTER-THE-TRANSMISSION.

      *--------------------------------
      * FILE ROUTINES
      *--------------------------------
       READ-NEXT-VENDOR-RECORD.
            READ VENDOR-FILE NEXT RECORD
               AT END MOVE "Y" TO VENDOR-FILE-AT-END.

       READ-VENDOR-RECORD.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-NEXT-VENDOR-VOUCHER.
            READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
            IF VOUCHER-FILE-AT-END NOT = "Y" AND
                  VOUCHER-VENDOR NOT = VENDOR-NUMBER
                MOVE "Y" TO VOUCHER-FILE-AT-END.

       READ-NEXT-STAGING-RECORD.
            READ EDI-STAGING-FILE NEXT RECORD
               AT END MOVE "Y" TO STAGING-FILE-AT-END.

            COPY "plxmit01.cbl".
