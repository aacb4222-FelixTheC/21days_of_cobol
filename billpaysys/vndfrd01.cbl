      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Vendor fraud red-flag scan - the periodic answer to the
      * auditors' yearly question whether anyone inside has set up
      * a fictitious vendor to pay themselves. Every vendor on
      * fdvnd04.cbl is compared against every employee payee on
      * fdemp01.cbl and flagged when the two share
      *   - a bank account (routing and account number),
      *   - a street address (same first line and ZIP),
      *   - a phone number, or
      *   - a tax ID (the employee's social security number).
      * A vendor is also flagged when another vendor is paid into
      * the same bank account, and when its only address is a post
      * office box. Addresses compare on letters and digits only,
      * phones and tax IDs on digits only, so "123 Main St." meets
      * "123 MAIN ST" and "555-1212" meets "(555) 1212". Each
      * flagged vendor prints with the reasons and its payments
      * this calendar year from the check register (fdchkreg.cbl),
      * voids excluded. Like duppay01, the outer walk repositions by
      * primary key after each inner rescan, so one vendor file
      * handle serves both loops.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndfrd01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvnd02.cbl".
            COPY "slemp01.cbl".
            COPY "slchkreg.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdemp01.cbl".
            COPY "fdchkreg.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

       01   VENDOR-LINE.
            05 FILLER                     PIC X(7)  VALUE "VENDOR ".
            05 PRINT-VENDOR               PIC ZZZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-VENDOR-NAME          PIC X(30).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-VENDOR-STATUS        PIC X(1).

       01   FLAG-LINE.
            05 FILLER                     PIC X(4)  VALUE SPACE.
            05 PRINT-FLAG-REASON          PIC X(22).
            05 PRINT-FLAG-OTHER-TYPE      PIC X(9).
            05 PRINT-FLAG-OTHER-NUMBER    PIC ZZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-FLAG-OTHER-NAME      PIC X(30).

       01   PAYMENTS-LINE.
            05 FILLER                     PIC X(4)  VALUE SPACE.
            05 FILLER                     PIC X(22)
               VALUE "PAID THIS YEAR:".
            05 PRINT-YTD-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-YTD-COUNT            PIC ZZZZ9.
            05 FILLER                     PIC X(9)  VALUE " PAYMENTS".

       77   VENDOR-FILE-AT-END            PIC X.
       77   EMPLOYEE-FILE-AT-END          PIC X.
       77   INNER-AT-END                  PIC X.
       77   REGISTER-FILE-AT-END          PIC X.
       77   RUN-DATE                      PIC 9(8).
       77   YEAR-START-DATE               PIC 9(8).
       77   FLAGS-FOR-THIS-VENDOR         PIC 9(3).
       77   VENDORS-SCANNED               PIC 9(5) VALUE ZERO.
       77   VENDORS-FLAGGED               PIC 9(5) VALUE ZERO.
       77   FLAGS-RAISED                  PIC 9(5) VALUE ZERO.
       77   YTD-AMOUNT                    PIC S9(9)V99.
       77   YTD-COUNT                     PIC 9(5).
       77   REGISTER-DOLLAR-AMOUNT        PIC S9(8)V99.

      * The vendor being scanned, held across the inner rescans.
       77   OUTER-VENDOR-NUMBER           PIC 9(5).
       77   OUTER-VENDOR-NAME             PIC X(30).
       77   OUTER-VENDOR-STATUS           PIC X.
       77   OUTER-ROUTING                 PIC X(9).
       77   OUTER-ACCOUNT                 PIC X(17).
       77   OUTER-ADDRESS                 PIC X(30).
       77   OUTER-ZIP                     PIC X(5).
       77   OUTER-PHONE                   PIC X(15).
       77   OUTER-TAX-ID                  PIC X(15).
       77   OTHER-ADDRESS                 PIC X(30).
       77   OTHER-PHONE                   PIC X(15).
       77   OTHER-TAX-ID                  PIC X(15).

      * Field being squeezed and the scratch the squeeze uses -
      * letters and digits are kept for an address, digits only
      * for a phone or tax ID.
       77   SQUEEZE-INPUT                 PIC X(30).
       77   SQUEEZE-OUTPUT                PIC X(30).
       77   SQUEEZE-SCAN                  PIC 99.
       77   SQUEEZE-POSITION              PIC 99.
       77   SQUEEZE-DIGITS-ONLY           PIC X.

      * Post office box forms, squeezed.
       77   PO-BOX-CHECK                  PIC X(30).
       77   ADDRESS-IS-PO-BOX             PIC X.
       77   ONLY-ADDRESS-IS-PO-BOX        PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            COMPUTE YEAR-START-DATE = (RUN-DATE / 10000) * 10000
               + 101.

            MOVE "VENDOR FRAUD RED-FLAG SCAN" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

            MOVE ZEROES TO OUTER-VENDOR-NUMBER.
            MOVE "N" TO VENDOR-FILE-AT-END.
            PERFORM SCAN-NEXT-VENDOR
               UNTIL VENDOR-FILE-AT-END = "Y".

            PERFORM PRINT-THE-TOTALS.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT EMPLOYEE-FILE.
            OPEN INPUT CHECK-REGISTER-FILE.
            MOVE "VNDFRD01" TO SPOOL-NAME-REPORT-ID.
            MOVE "VENDOR FRAUD RED-FLAG SCAN" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE VENDOR-FILE.
            CLOSE EMPLOYEE-FILE.
            CLOSE CHECK-REGISTER-FILE.
            CLOSE PRINTER-FILE.

      *--------------------------------
      * OUTER WALK BY PRIMARY KEY
      *--------------------------------
       SCAN-NEXT-VENDOR.
            MOVE OUTER-VENDOR-NUMBER TO VENDOR-NUMBER.
            START VENDOR-FILE
               KEY IS GREATER THAN VENDOR-NUMBER
               INVALID KEY
               MOVE "Y" TO VENDOR-FILE-AT-END.
            IF VENDOR-FILE-AT-END NOT = "Y"
                READ VENDOR-FILE NEXT RECORD
                   AT END MOVE "Y" TO VENDOR-FILE-AT-END
                END-READ
                IF VENDOR-FILE-AT-END NOT = "Y"
                    ADD 1 TO VENDORS-SCANNED
                    PERFORM STASH-THE-VENDOR
                    PERFORM SCAN-THE-VENDOR
                END-IF
            END-IF.

       STASH-THE-VENDOR.
            MOVE ZERO TO FLAGS-FOR-THIS-VENDOR.
            MOVE VENDOR-NUMBER TO OUTER-VENDOR-NUMBER.
            MOVE VENDOR-NAME TO OUTER-VENDOR-NAME.
            MOVE VENDOR-STATUS TO OUTER-VENDOR-STATUS.
            MOVE VENDOR-ABA-ROUTING-NUMBER TO OUTER-ROUTING.
            MOVE VENDOR-BANK-ACCOUNT-NUMBER TO OUTER-ACCOUNT.
            MOVE VENDOR-ZIP TO OUTER-ZIP.
            MOVE "N" TO SQUEEZE-DIGITS-ONLY.
            MOVE VENDOR-ADDRESS-1 TO SQUEEZE-INPUT.
            PERFORM SQUEEZE-THE-FIELD.
            MOVE SQUEEZE-OUTPUT TO OUTER-ADDRESS.
            MOVE "Y" TO SQUEEZE-DIGITS-ONLY.
            MOVE VENDOR-PHONE TO SQUEEZE-INPUT.
            PERFORM SQUEEZE-THE-FIELD.
            MOVE SQUEEZE-OUTPUT TO OUTER-PHONE.
            MOVE VENDOR-TAX-ID TO SQUEEZE-INPUT.
            PERFORM SQUEEZE-THE-FIELD.
            MOVE SQUEEZE-OUTPUT TO OUTER-TAX-ID.
            PERFORM CHECK-FOR-PO-BOX-ONLY.

       SCAN-THE-VENDOR.
            IF ONLY-ADDRESS-IS-PO-BOX = "Y"
                MOVE "ONLY ADDRESS IS PO BOX" TO PRINT-FLAG-REASON
                MOVE SPACES TO PRINT-FLAG-OTHER-TYPE
                MOVE ZERO TO PRINT-FLAG-OTHER-NUMBER
                MOVE SPACES TO PRINT-FLAG-OTHER-NAME
                PERFORM PRINT-A-FLAG.
            PERFORM SCAN-THE-EMPLOYEES.
            IF OUTER-ACCOUNT NOT = SPACES
                PERFORM SCAN-VENDORS-FOR-THE-ACCOUNT.
            IF FLAGS-FOR-THIS-VENDOR > ZERO
                ADD 1 TO VENDORS-FLAGGED
                PERFORM PRINT-THE-YEARS-PAYMENTS
                PERFORM LINE-FEED.

      *--------------------------------
      * PO BOX ONLY
      *--------------------------------
      * A box in the first line with nothing but another box (or
      * nothing) in the second means there is no street address
      * on file at all.
       CHECK-FOR-PO-BOX-ONLY.
            MOVE "N" TO ONLY-ADDRESS-IS-PO-BOX.
            MOVE OUTER-ADDRESS TO PO-BOX-CHECK.
            PERFORM CHECK-ONE-ADDRESS-FOR-BOX.
            IF ADDRESS-IS-PO-BOX = "Y"
                IF VENDOR-ADDRESS-2 = SPACES
                    MOVE "Y" TO ONLY-ADDRESS-IS-PO-BOX
                ELSE
                    MOVE "N" TO SQUEEZE-DIGITS-ONLY
                    MOVE VENDOR-ADDRESS-2 TO SQUEEZE-INPUT
                    PERFORM SQUEEZE-THE-FIELD
                    MOVE SQUEEZE-OUTPUT TO PO-BOX-CHECK
                    PERFORM CHECK-ONE-ADDRESS-FOR-BOX
                    MOVE ADDRESS-IS-PO-BOX TO ONLY-ADDRESS-IS-PO-BOX.

       CHECK-ONE-ADDRESS-FOR-BOX.
            MOVE "N" TO ADDRESS-IS-PO-BOX.
            IF PO-BOX-CHECK (1:5) = "POBOX" OR
                  PO-BOX-CHECK (1:13) = "POSTOFFICEBOX"
                MOVE "Y" TO ADDRESS-IS-PO-BOX.
            IF PO-BOX-CHECK (1:3) = "BOX" AND
                  PO-BOX-CHECK (4:1) IS NUMERIC
                MOVE "Y" TO ADDRESS-IS-PO-BOX.
            IF PO-BOX-CHECK (1:3) = "POB" AND
                  PO-BOX-CHECK (4:1) IS NUMERIC
                MOVE "Y" TO ADDRESS-IS-PO-BOX.

      *--------------------------------
      * VENDOR AGAINST EVERY EMPLOYEE
      *--------------------------------
       SCAN-THE-EMPLOYEES.
            MOVE "N" TO EMPLOYEE-FILE-AT-END.
            MOVE ZEROES TO EMPLOYEE-NUMBER.
            START EMPLOYEE-FILE
               KEY IS NOT LESS THAN EMPLOYEE-NUMBER
               INVALID KEY
               MOVE "Y" TO EMPLOYEE-FILE-AT-END.
            PERFORM CHECK-ONE-EMPLOYEE
               UNTIL EMPLOYEE-FILE-AT-END = "Y".

       CHECK-ONE-EMPLOYEE.
            READ EMPLOYEE-FILE NEXT RECORD
               AT END MOVE "Y" TO EMPLOYEE-FILE-AT-END.
            IF EMPLOYEE-FILE-AT-END NOT = "Y"
                PERFORM COMPARE-VENDOR-TO-EMPLOYEE.

       COMPARE-VENDOR-TO-EMPLOYEE.
            MOVE "EMPLOYEE" TO PRINT-FLAG-OTHER-TYPE.
            MOVE EMPLOYEE-NUMBER TO PRINT-FLAG-OTHER-NUMBER.
            MOVE EMPLOYEE-NAME TO PRINT-FLAG-OTHER-NAME.
            IF OUTER-ACCOUNT NOT = SPACES AND
                  OUTER-ROUTING = EMPLOYEE-ABA-ROUTING-NUMBER AND
                  OUTER-ACCOUNT = EMPLOYEE-BANK-ACCOUNT-NO
                MOVE "SAME BANK ACCOUNT AS" TO PRINT-FLAG-REASON
                PERFORM PRINT-A-FLAG.
            MOVE "N" TO SQUEEZE-DIGITS-ONLY.
            MOVE EMPLOYEE-ADDRESS-1 TO SQUEEZE-INPUT.
            PERFORM SQUEEZE-THE-FIELD.
            MOVE SQUEEZE-OUTPUT TO OTHER-ADDRESS.
            IF OUTER-ADDRESS NOT = SPACES AND
                  OUTER-ADDRESS = OTHER-ADDRESS AND
                  OUTER-ZIP = EMPLOYEE-ZIP (1:5)
                MOVE "SAME ADDRESS AS" TO PRINT-FLAG-REASON
                PERFORM PRINT-A-FLAG.
            MOVE "Y" TO SQUEEZE-DIGITS-ONLY.
            MOVE EMPLOYEE-PHONE TO SQUEEZE-INPUT.
            PERFORM SQUEEZE-THE-FIELD.
            MOVE SQUEEZE-OUTPUT TO OTHER-PHONE.
            IF OUTER-PHONE NOT = SPACES AND
                  OUTER-PHONE = OTHER-PHONE
                MOVE "SAME PHONE AS" TO PRINT-FLAG-REASON
                PERFORM PRINT-A-FLAG.
            MOVE EMPLOYEE-TAX-ID TO SQUEEZE-INPUT.
            PERFORM SQUEEZE-THE-FIELD.
            MOVE SQUEEZE-OUTPUT TO OTHER-TAX-ID.
            IF OUTER-TAX-ID NOT = SPACES AND
                  OUTER-TAX-ID = OTHER-TAX-ID
                MOVE "SAME TAX ID AS" TO PRINT-FLAG-REASON
                PERFORM PRINT-A-FLAG.

      *--------------------------------
      * VENDORS SHARING ONE ACCOUNT
      *--------------------------------
       SCAN-VENDORS-FOR-THE-ACCOUNT.
            MOVE "N" TO INNER-AT-END.
            MOVE ZEROES TO VENDOR-NUMBER.
            START VENDOR-FILE
               KEY IS NOT LESS THAN VENDOR-NUMBER
               INVALID KEY
               MOVE "Y" TO INNER-AT-END.
            PERFORM CHECK-ONE-OTHER-VENDOR
               UNTIL INNER-AT-END = "Y".

       CHECK-ONE-OTHER-VENDOR.
            READ VENDOR-FILE NEXT RECORD
               AT END MOVE "Y" TO INNER-AT-END.
            IF INNER-AT-END NOT = "Y"
                IF VENDOR-NUMBER NOT = OUTER-VENDOR-NUMBER AND
                      VENDOR-ABA-ROUTING-NUMBER = OUTER-ROUTING AND
                      VENDOR-BANK-ACCOUNT-NUMBER = OUTER-ACCOUNT
                    MOVE "SAME BANK ACCOUNT AS" TO PRINT-FLAG-REASON
                    MOVE "VENDOR" TO PRINT-FLAG-OTHER-TYPE
                    MOVE VENDOR-NUMBER TO PRINT-FLAG-OTHER-NUMBER
                    MOVE VENDOR-NAME TO PRINT-FLAG-OTHER-NAME
                    PERFORM PRINT-A-FLAG.

      *--------------------------------
      * THIS YEAR'S PAYMENTS
      *--------------------------------
      * Same dollar rule as cshprf01: a foreign-currency payment
      * counts at its booked USD amount.
       PRINT-THE-YEARS-PAYMENTS.
            MOVE ZERO TO YTD-AMOUNT.
            MOVE ZERO TO YTD-COUNT.
            MOVE "N" TO REGISTER-FILE-AT-END.
            MOVE LOW-VALUES TO CHECK-REGISTER-KEY.
            START CHECK-REGISTER-FILE
               KEY IS NOT LESS THAN CHECK-REGISTER-KEY
               INVALID KEY
               MOVE "Y" TO REGISTER-FILE-AT-END.
            PERFORM TALLY-ONE-PAYMENT
               UNTIL REGISTER-FILE-AT-END = "Y".
            MOVE YTD-AMOUNT TO PRINT-YTD-AMOUNT.
            MOVE YTD-COUNT TO PRINT-YTD-COUNT.
            MOVE PAYMENTS-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       TALLY-ONE-PAYMENT.
            READ CHECK-REGISTER-FILE NEXT RECORD
               AT END MOVE "Y" TO REGISTER-FILE-AT-END.
            IF REGISTER-FILE-AT-END NOT = "Y"
                IF REGISTER-PAYEE-VENDOR AND
                      REGISTER-VENDOR = OUTER-VENDOR-NUMBER AND
                      NOT REGISTER-STATUS-VOID AND
                      REGISTER-CHECK-DATE NOT < YEAR-START-DATE
                    PERFORM ADD-THE-PAYMENT.

       ADD-THE-PAYMENT.
            IF REGISTER-CURRENCY NOT = SPACES
                MOVE REGISTER-USD-AMOUNT TO REGISTER-DOLLAR-AMOUNT
            ELSE
                MOVE REGISTER-CHECK-AMOUNT
                   TO REGISTER-DOLLAR-AMOUNT.
            ADD REGISTER-DOLLAR-AMOUNT TO YTD-AMOUNT.
            ADD 1 TO YTD-COUNT.

      *--------------------------------
      * FIELD SQUEEZE
      * Keep letters and digits (or
      * digits only), left-justified,
      * so punctuation and spacing
      * never hide a match.
      *--------------------------------
       SQUEEZE-THE-FIELD.
            MOVE SPACES TO SQUEEZE-OUTPUT.
            MOVE ZERO TO SQUEEZE-POSITION.
            INSPECT SQUEEZE-INPUT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            PERFORM SQUEEZE-ONE-CHARACTER
               VARYING SQUEEZE-SCAN FROM 1 BY 1
               UNTIL SQUEEZE-SCAN > 30.

       SQUEEZE-ONE-CHARACTER.
            IF SQUEEZE-INPUT (SQUEEZE-SCAN : 1) IS NUMERIC OR
                  (SQUEEZE-DIGITS-ONLY = "N" AND
                   SQUEEZE-INPUT (SQUEEZE-SCAN : 1) IS ALPHABETIC AND
                   SQUEEZE-INPUT (SQUEEZE-SCAN : 1) NOT = SPACE)
                ADD 1 TO SQUEEZE-POSITION
                MOVE SQUEEZE-INPUT (SQUEEZE-SCAN : 1)
                   TO SQUEEZE-OUTPUT (SQUEEZE-POSITION : 1).

      *--------------------------------
      * PRINT ROUTINES
      *--------------------------------
       PRINT-A-FLAG.
            IF FLAGS-FOR-THIS-VENDOR = ZERO
                PERFORM PRINT-THE-VENDOR-LINE.
            ADD 1 TO FLAGS-FOR-THIS-VENDOR.
            ADD 1 TO FLAGS-RAISED.
            MOVE FLAG-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PRINT-THE-VENDOR-LINE.
            MOVE OUTER-VENDOR-NUMBER TO PRINT-VENDOR.
            MOVE OUTER-VENDOR-NAME TO PRINT-VENDOR-NAME.
            MOVE OUTER-VENDOR-STATUS TO PRINT-VENDOR-STATUS.
            MOVE VENDOR-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
            PERFORM LINE-FEED.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "VENDORS SCANNED: " VENDORS-SCANNED
               "  FLAGGED: " VENDORS-FLAGGED
               "  RED FLAGS: " FLAGS-RAISED
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            DISPLAY "VENDORS FLAGGED: " VENDORS-FLAGGED.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "plspool01.cbl".
