      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Virtual-card rebate report. For one card issuer
      * (fdcdiss01.cbl) and an operator-entered date range (normally
      * the issuer's rebate period), totals the card spend by vendor
      * - every virtual-card payment (REGISTER-TYPE-CARD) released
      * in the range on the account the issuer settles on, voids
      * left out, for vendors still carried on that issuer - and
      * works out the rebate earned on it at
      * CARD-ISSUER-REBATE-RATE. The rebate the issuer actually
      * credited for the period is then keyed from its statement and
      * the difference printed, so a short payment is chased rather
      * than written off.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cdrbt01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvnd02.cbl".
            COPY "slchkreg.cbl".
            COPY "slcdiss01.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdchkreg.cbl".
            COPY "fdcdiss01.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

       01   DETAIL-LINE.
            05 PRINT-VENDOR-NUMBER        PIC ZZZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-VENDOR-NAME          PIC X(30).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-PAYMENT-COUNT        PIC ZZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-SPEND                PIC Z,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-REBATE               PIC ZZZ,ZZ9.99-.

       01   COLUMN-LINE.
            05 FILLER                     PIC X(6)  VALUE "VENDOR".
            05 FILLER                     PIC X(33) VALUE SPACE.
            05 FILLER                     PIC X(4)  VALUE "PMTS".
            05 FILLER                     PIC X(6)  VALUE SPACE.
            05 FILLER                     PIC X(10) VALUE "CARD SPEND".
            05 FILLER                     PIC X(7)  VALUE SPACE.
            05 FILLER                     PIC X(6)  VALUE "REBATE".

       01   ISSUER-LINE.
            05 FILLER                     PIC X(8)  VALUE "ISSUER: ".
            05 PRINT-ISSUER-CODE          PIC X(4).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-ISSUER-NAME          PIC X(30).
            05 FILLER                     PIC X(8)  VALUE " REBATE ".
            05 PRINT-REBATE-RATE          PIC Z9.999.
            05 FILLER                     PIC X(4)  VALUE " PCT".

       01   RANGE-LINE.
            05 FILLER                     PIC X(8)  VALUE "PERIOD: ".
            05 PRINT-RANGE-START          PIC Z9/99/9999.
            05 FILLER                     PIC X(4)  VALUE " TO ".
            05 PRINT-RANGE-END            PIC Z9/99/9999.
            05 FILLER                     PIC X(12)
                             VALUE "  ACCOUNT: ".
            05 PRINT-BANK-ACCOUNT         PIC X(4).

      * One entry per vendor paid by card in the range, filled as
      * the register is walked in payment-number order.
       01   SPEND-TABLE.
            05 SPEND-ENTRY OCCURS 500 TIMES.
               10 SPEND-VENDOR            PIC 9(5).
               10 SPEND-COUNT             PIC 9(4).
               10 SPEND-AMOUNT            PIC S9(9)V99.
       77   SPEND-VENDOR-COUNT            PIC 9(4) VALUE ZERO.
       77   SPEND-INDEX                   PIC 9(4).
       77   SPEND-SLOT                    PIC 9(4).
       77   SPEND-TABLE-FULL              PIC X VALUE "N".

       77   REGISTER-FILE-AT-END          PIC X.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   ISSUER-RECORD-FOUND           PIC X.

       77   RANGE-START-DATE              PIC 9(8).
       77   RANGE-END-DATE                PIC 9(8).

       77   VENDOR-REBATE                 PIC S9(8)V99 VALUE ZERO.
       77   TOTAL-PAYMENTS                PIC 9(5) VALUE ZERO.
       77   TOTAL-SPEND                   PIC S9(9)V99 VALUE ZERO.
       77   TOTAL-REBATE-EARNED           PIC S9(8)V99 VALUE ZERO.
       77   REBATE-RECEIVED               PIC S9(8)V99 VALUE ZERO.
       77   REBATE-DIFFERENCE             PIC S9(8)V99 VALUE ZERO.
       77   REBATE-RECEIVED-FIELD         PIC ZZZZZZ9.99-.
       77   TOTAL-AMOUNT-FIELD            PIC Z,ZZZ,ZZ9.99-.

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            PERFORM ACCEPT-CARD-ISSUER.
            PERFORM ACCEPT-DATE-RANGE.

            PERFORM COLLECT-THE-CARD-SPEND.

            MOVE "VIRTUAL CARD REBATE REPORT" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM PRINT-REPORT-HEADINGS.
            PERFORM PRINT-ONE-VENDOR-SPEND
               VARYING SPEND-INDEX FROM 1 BY 1
               UNTIL SPEND-INDEX > SPEND-VENDOR-COUNT.
            IF SPEND-TABLE-FULL = "Y"
                MOVE "** VENDOR TABLE FULL - SHORTEN THE RANGE **"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

            PERFORM ACCEPT-REBATE-RECEIVED.
            PERFORM PRINT-REPORT-TOTALS.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT CHECK-REGISTER-FILE.
            OPEN INPUT CARD-ISSUER-FILE.
            MOVE "CDRBT01" TO SPOOL-NAME-REPORT-ID.
            MOVE "VIRTUAL CARD REBATE" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE VENDOR-FILE.
            CLOSE CHECK-REGISTER-FILE.
            CLOSE CARD-ISSUER-FILE.
            CLOSE PRINTER-FILE.

       ACCEPT-CARD-ISSUER.
            DISPLAY "ENTER CARD ISSUER CODE".
            ACCEPT CARD-ISSUER-CODE.
            INSPECT CARD-ISSUER-CODE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            MOVE "Y" TO ISSUER-RECORD-FOUND.
            READ CARD-ISSUER-FILE RECORD
               INVALID KEY
               MOVE "N" TO ISSUER-RECORD-FOUND.
            IF ISSUER-RECORD-FOUND = "N"
                DISPLAY "ISSUER NOT ON FILE - SEE CDIMNT01"
                PERFORM ACCEPT-CARD-ISSUER.

       ACCEPT-DATE-RANGE.
            MOVE "N" TO ZERO-DATE-IS-OK.
            MOVE "ENTER REBATE PERIOD START DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "A START DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO RANGE-START-DATE.
            MOVE "ENTER REBATE PERIOD END DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "AN END DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO RANGE-END-DATE.

      * Zero is allowed - a period the issuer has not credited yet
      * prints the whole rebate earned as the difference.
       ACCEPT-REBATE-RECEIVED.
            DISPLAY "ENTER REBATE THE ISSUER CREDITED FOR THE PERIOD".
            DISPLAY "(0 = NONE RECEIVED YET)".
            ACCEPT REBATE-RECEIVED-FIELD.
            MOVE REBATE-RECEIVED-FIELD TO REBATE-RECEIVED.

      *--------------------------------
      * WALK THE ISSUER'S ACCOUNT
      *--------------------------------
       COLLECT-THE-CARD-SPEND.
            MOVE CARD-ISSUER-BANK-ACCOUNT TO REGISTER-BANK-ACCOUNT.
            MOVE ZEROES TO REGISTER-CHECK-NO.
            MOVE "N" TO REGISTER-FILE-AT-END.
            START CHECK-REGISTER-FILE
               KEY IS NOT LESS THAN CHECK-REGISTER-KEY
               INVALID KEY
               MOVE "Y" TO REGISTER-FILE-AT-END.
            PERFORM CHECK-ONE-REGISTER-ENTRY
               UNTIL REGISTER-FILE-AT-END = "Y".

       CHECK-ONE-REGISTER-ENTRY.
            READ CHECK-REGISTER-FILE NEXT RECORD
               AT END MOVE "Y" TO REGISTER-FILE-AT-END.
            IF REGISTER-FILE-AT-END NOT = "Y"
                IF REGISTER-BANK-ACCOUNT NOT = CARD-ISSUER-BANK-ACCOUNT
                    MOVE "Y" TO REGISTER-FILE-AT-END
                ELSE
                    IF REGISTER-TYPE-CARD AND
                          NOT REGISTER-STATUS-VOID AND
                          REGISTER-CHECK-DATE NOT < RANGE-START-DATE AND
                          REGISTER-CHECK-DATE NOT > RANGE-END-DATE
                        PERFORM ADD-IF-THIS-ISSUER.

      * Two issuers may settle on one account - the payment counts
      * toward the issuer its vendor is carried on.
       ADD-IF-THIS-ISSUER.
            MOVE REGISTER-VENDOR TO VENDOR-NUMBER.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.
            IF VENDOR-RECORD-FOUND = "Y" AND
                  VENDOR-CARD-ISSUER = CARD-ISSUER-CODE
                PERFORM ADD-TO-VENDOR-SPEND.

       ADD-TO-VENDOR-SPEND.
            MOVE ZERO TO SPEND-SLOT.
            PERFORM FIND-VENDOR-SLOT
               VARYING SPEND-INDEX FROM 1 BY 1
               UNTIL SPEND-INDEX > SPEND-VENDOR-COUNT
                  OR SPEND-SLOT NOT = ZERO.
            IF SPEND-SLOT = ZERO
                IF SPEND-VENDOR-COUNT = 500
                    MOVE "Y" TO SPEND-TABLE-FULL
                ELSE
                    ADD 1 TO SPEND-VENDOR-COUNT
                    MOVE SPEND-VENDOR-COUNT TO SPEND-SLOT
                    MOVE REGISTER-VENDOR TO SPEND-VENDOR (SPEND-SLOT)
                    MOVE ZERO TO SPEND-COUNT (SPEND-SLOT)
                    MOVE ZERO TO SPEND-AMOUNT (SPEND-SLOT).
            IF SPEND-SLOT NOT = ZERO
                ADD 1 TO SPEND-COUNT (SPEND-SLOT)
                ADD REGISTER-CHECK-AMOUNT TO SPEND-AMOUNT (SPEND-SLOT).

       FIND-VENDOR-SLOT.
            IF SPEND-VENDOR (SPEND-INDEX) = REGISTER-VENDOR
                MOVE SPEND-INDEX TO SPEND-SLOT.

      *--------------------------------
      * THE REPORT
      *--------------------------------
       PRINT-REPORT-HEADINGS.
            MOVE CARD-ISSUER-CODE TO PRINT-ISSUER-CODE.
            MOVE CARD-ISSUER-NAME TO PRINT-ISSUER-NAME.
            MOVE CARD-ISSUER-REBATE-RATE TO PRINT-REBATE-RATE.
            MOVE ISSUER-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE RANGE-START-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-RANGE-START.
            MOVE RANGE-END-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-RANGE-END.
            MOVE CARD-ISSUER-BANK-ACCOUNT TO PRINT-BANK-ACCOUNT.
            MOVE RANGE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            MOVE COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-VENDOR-SPEND.
            MOVE SPEND-VENDOR (SPEND-INDEX) TO VENDOR-NUMBER.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "**NOT FOUND**" TO VENDOR-NAME.
            COMPUTE VENDOR-REBATE ROUNDED =
               SPEND-AMOUNT (SPEND-INDEX)
               * CARD-ISSUER-REBATE-RATE / 100.
            ADD SPEND-COUNT (SPEND-INDEX) TO TOTAL-PAYMENTS.
            ADD SPEND-AMOUNT (SPEND-INDEX) TO TOTAL-SPEND.
            ADD VENDOR-REBATE TO TOTAL-REBATE-EARNED.
            MOVE SPACE TO DETAIL-LINE.
            MOVE VENDOR-NUMBER TO PRINT-VENDOR-NUMBER.
            MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
            MOVE SPEND-COUNT (SPEND-INDEX) TO PRINT-PAYMENT-COUNT.
            MOVE SPEND-AMOUNT (SPEND-INDEX) TO PRINT-SPEND.
            MOVE VENDOR-REBATE TO PRINT-REBATE.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PRINT-REPORT-TOTALS.
            COMPUTE REBATE-DIFFERENCE =
               TOTAL-REBATE-EARNED - REBATE-RECEIVED.
            PERFORM LINE-FEED.
            MOVE TOTAL-SPEND TO TOTAL-AMOUNT-FIELD.
            DISPLAY "CARD SPEND:         " TOTAL-PAYMENTS
               " PAYMENTS FOR " TOTAL-AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "CARD SPEND:         " TOTAL-AMOUNT-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE TOTAL-REBATE-EARNED TO TOTAL-AMOUNT-FIELD.
            DISPLAY "REBATE EARNED:      " TOTAL-AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "REBATE EARNED:      " TOTAL-AMOUNT-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE REBATE-RECEIVED TO TOTAL-AMOUNT-FIELD.
            DISPLAY "REBATE RECEIVED:    " TOTAL-AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "REBATE RECEIVED:    " TOTAL-AMOUNT-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE REBATE-DIFFERENCE TO TOTAL-AMOUNT-FIELD.
            DISPLAY "STILL DUE / (OVER): " TOTAL-AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "STILL DUE / (OVER): " TOTAL-AMOUNT-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".

            COPY "plspool01.cbl".
