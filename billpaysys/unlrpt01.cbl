      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Unrecorded-liabilities search - the year-end audit test for
      * bills that belong to the old year but were booked in the new
      * one. For one company, a cutoff date and a look-forward
      * window of days after it, every voucher on the live
      * voucher-file and on voucher history (fdvchhst.cbl) is
      * looked at. It is a candidate when it was paid in the window
      * (a payment on fdpayhst.cbl dated after the cutoff and no
      * later than the window end) or entered in it (VOUCHER-DATE
      * in the window). A candidate is listed when the liability
      * arose on or before the cutoff, judged by any of:
      *   I - the vendor's invoice date (VOUCHER-INVOICE-DATE, or
      *       VOUCHER-DATE where it was never captured)
      *   R - the earliest goods receipt (fdrcpt01.cbl) on its PO
      *   S - the start of the service period it bills for
      * Each line shows whether the voucher was booked to the OLD
      * period (VOUCHER-DATE on or before the cutoff) or the NEW
      * one. A NEW one is an unrecorded liability at the cutoff and
      * is flagged; the totals give what was booked in the wrong
      * period.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. unlrpt01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvouch.cbl".
            COPY "slvchhst.cbl".
            COPY "slpayhst.cbl".
            COPY "slrcpt01.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvouch.cbl".
            COPY "fdvchhst.cbl".
            COPY "fdpayhst.cbl".
            COPY "fdrcpt01.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

       01   TITLE-LINE.
            05 FILLER                     PIC X(20) VALUE SPACE.
            05 FILLER                     PIC X(29)
                               VALUE "UNRECORDED LIABILITIES SEARCH".

       01   CUTOFF-LINE.
            05 FILLER                     PIC X(8)  VALUE "COMPANY ".
            05 CUTOFF-COMPANY             PIC 9.
            05 FILLER                     PIC X(10) VALUE "   CUTOFF ".
            05 CUTOFF-DATE-PRINT          PIC Z9/99/9999.
            05 FILLER                     PIC X(19)
                                          VALUE "   PAID OR ENTERED ".
            05 FILLER                     PIC X(8)  VALUE "THROUGH ".
            05 WINDOW-END-PRINT           PIC Z9/99/9999.

       01   COLUMN-LINE.
            05 FILLER                     PIC X(40)
               VALUE "VOUCH VENDR INVOICE    RECEIPT    SERVIC".
            05 FILLER                     PIC X(35)
               VALUE "E    FIRST PAID      AMOUNT BAS BKD".

       01   DETAIL-LINE.
            05 PRINT-VOUCHER-NUMBER       PIC ZZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-VENDOR-NUMBER        PIC ZZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-INVOICE-DATE         PIC Z9/99/9999.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-RECEIPT-DATE         PIC Z9/99/9999.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-SERVICE-DATE         PIC Z9/99/9999.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-PAID-DATE            PIC Z9/99/9999.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-AMOUNT               PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-BASIS                PIC X(3).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-BOOKED               PIC X(3).
            05 PRINT-WRONG-PERIOD         PIC X(1).

      * The voucher in hand, from whichever file it came.
       77   FOUND-VOUCHER-NUMBER          PIC 9(5).
       77   FOUND-VENDOR                  PIC 9(5).
       77   FOUND-COMPANY                 PIC 9.
       77   FOUND-DATE                    PIC 9(8).
       77   FOUND-INVOICE-DATE            PIC 9(8).
       77   FOUND-SERVICE-FROM            PIC 9(8).
       77   FOUND-PO-NUMBER               PIC 9(5).
       77   FOUND-AMOUNT                  PIC S9(6)V99.

       77   FIRST-RECEIPT-DATE            PIC 9(8).
       77   FIRST-PAID-DATE               PIC 9(8).
       77   PAID-IN-WINDOW                PIC S9(7)V99.
       77   ENTERED-IN-WINDOW             PIC X.
       77   LIABILITY-BASIS               PIC X(3).
       77   BASIS-INDEX                   PIC 9.

       77   REPORT-COMPANY                PIC 9.
       77   CUTOFF-DATE                   PIC 9(8).
       77   WINDOW-DAYS                   PIC 9(3).
       77   WINDOW-END-DATE               PIC 9(8).

       77   VOUCHER-FILE-AT-END           PIC X.
       77   HISTORY-FILE-AT-END           PIC X.
       77   PAYMENT-FILE-AT-END           PIC X.
       77   RECEIPT-FILE-AT-END           PIC X.

       77   LISTED-COUNT                  PIC 9(5) VALUE ZERO.
       77   WRONG-PERIOD-COUNT            PIC 9(5) VALUE ZERO.
       77   LISTED-TOTAL                  PIC S9(8)V99 VALUE ZERO.
       77   BOOKED-OLD-TOTAL              PIC S9(8)V99 VALUE ZERO.
       77   BOOKED-NEW-TOTAL              PIC S9(8)V99 VALUE ZERO.
       77   WINDOW-PAID-TOTAL             PIC S9(8)V99 VALUE ZERO.
       77   TOTAL-AMOUNT-FIELD            PIC ZZ,ZZZ,ZZ9.99-.

            COPY "wsnumval01.cbl".
            COPY "wsdate02.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            PERFORM ACCEPT-REPORT-PARAMETERS.
            PERFORM PRINT-THE-HEADINGS.

            MOVE "N" TO VOUCHER-FILE-AT-END.
            PERFORM READ-NEXT-VOUCHER-RECORD.
            PERFORM SEARCH-ONE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".

            PERFORM LINE-FEED.
            MOVE "ARCHIVED VOUCHERS" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE "N" TO HISTORY-FILE-AT-END.
            PERFORM READ-NEXT-HISTORY-RECORD.
            PERFORM SEARCH-ONE-ARCHIVED-VOUCHER
               UNTIL HISTORY-FILE-AT-END = "Y".

            PERFORM PRINT-THE-TOTALS.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT VOUCHER-HISTORY-FILE.
            OPEN INPUT PAYMENT-HISTORY-FILE.
            OPEN INPUT RECEIPT-FILE.
            MOVE "UNLRPT01" TO SPOOL-NAME-REPORT-ID.
            MOVE "UNRECORDED LIABILITIES" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE VOUCHER-FILE.
            CLOSE VOUCHER-HISTORY-FILE.
            CLOSE PAYMENT-HISTORY-FILE.
            CLOSE RECEIPT-FILE.
            CLOSE PRINTER-FILE.

      *--------------------------------
      * PARAMETERS
      *--------------------------------
       ACCEPT-REPORT-PARAMETERS.
            PERFORM ACCEPT-REPORT-COMPANY.
            MOVE "N" TO ZERO-DATE-IS-OK.
            MOVE "ENTER THE CUTOFF DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "A CUTOFF DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO CUTOFF-DATE.
            MOVE "ENTER DAYS TO LOOK FORWARD (0 = 60)?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO WINDOW-DAYS.
            IF WINDOW-DAYS = ZERO
                MOVE 60 TO WINDOW-DAYS.
            COMPUTE WINDOW-END-DATE =
               FUNCTION DATE-OF-INTEGER (
                  FUNCTION INTEGER-OF-DATE (CUTOFF-DATE)
                  + WINDOW-DAYS).

       ACCEPT-REPORT-COMPANY.
            DISPLAY "ENTER COMPANY NUMBER (1-9)".
            ACCEPT REPORT-COMPANY.
            IF REPORT-COMPANY = ZERO
                DISPLAY "COMPANY MUST BE 1 THROUGH 9"
                PERFORM ACCEPT-REPORT-COMPANY.

       PRINT-THE-HEADINGS.
            MOVE TITLE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE REPORT-COMPANY TO CUTOFF-COMPANY.
            MOVE CUTOFF-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO CUTOFF-DATE-PRINT.
            MOVE WINDOW-END-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO WINDOW-END-PRINT.
            MOVE CUTOFF-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            MOVE COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * THE SEARCH
      *--------------------------------
       SEARCH-ONE-VOUCHER.
            MOVE VOUCHER-NUMBER TO FOUND-VOUCHER-NUMBER.
            MOVE VOUCHER-VENDOR TO FOUND-VENDOR.
            MOVE VOUCHER-COMPANY TO FOUND-COMPANY.
            MOVE VOUCHER-DATE TO FOUND-DATE.
            MOVE VOUCHER-INVOICE-DATE TO FOUND-INVOICE-DATE.
            MOVE VOUCHER-SERVICE-FROM TO FOUND-SERVICE-FROM.
            MOVE VOUCHER-PO-NUMBER TO FOUND-PO-NUMBER.
            MOVE VOUCHER-AMOUNT TO FOUND-AMOUNT.
            IF FOUND-COMPANY = REPORT-COMPANY
                PERFORM TEST-THE-FOUND-VOUCHER.
            PERFORM READ-NEXT-VOUCHER-RECORD.

       SEARCH-ONE-ARCHIVED-VOUCHER.
            MOVE HISTORY-VOUCHER-NUMBER TO FOUND-VOUCHER-NUMBER.
            MOVE HISTORY-VOUCHER-VENDOR TO FOUND-VENDOR.
            MOVE HISTORY-COMPANY TO FOUND-COMPANY.
            MOVE HISTORY-DATE TO FOUND-DATE.
            MOVE HISTORY-INVOICE-DATE TO FOUND-INVOICE-DATE.
            MOVE HISTORY-SERVICE-FROM TO FOUND-SERVICE-FROM.
            MOVE HISTORY-PO-NUMBER TO FOUND-PO-NUMBER.
            MOVE HISTORY-AMOUNT TO FOUND-AMOUNT.
            IF FOUND-COMPANY = REPORT-COMPANY
                PERFORM TEST-THE-FOUND-VOUCHER.
            PERFORM READ-NEXT-HISTORY-RECORD.

      * Paid or entered in the window, then dated to the old period
      * on at least one basis.
       TEST-THE-FOUND-VOUCHER.
            IF FOUND-INVOICE-DATE = ZEROES
                MOVE FOUND-DATE TO FOUND-INVOICE-DATE.
            MOVE "N" TO ENTERED-IN-WINDOW.
            IF FOUND-DATE > CUTOFF-DATE AND
                  FOUND-DATE NOT > WINDOW-END-DATE
                MOVE "Y" TO ENTERED-IN-WINDOW.
            PERFORM TOTAL-THE-WINDOW-PAYMENTS.
            IF ENTERED-IN-WINDOW = "Y" OR
                  FIRST-PAID-DATE NOT = ZEROES
                PERFORM FIND-THE-FIRST-RECEIPT
                PERFORM DECIDE-THE-LIABILITY-BASIS
                IF LIABILITY-BASIS NOT = SPACES
                    PERFORM PRINT-THE-VOUCHER-LINE.

       TOTAL-THE-WINDOW-PAYMENTS.
            MOVE ZERO TO PAID-IN-WINDOW.
            MOVE ZEROES TO FIRST-PAID-DATE.
            MOVE "N" TO PAYMENT-FILE-AT-END.
            MOVE FOUND-VOUCHER-NUMBER TO PAYMENT-VOUCHER-NUMBER.
            MOVE ZEROES TO PAYMENT-SEQUENCE.
            START PAYMENT-HISTORY-FILE
               KEY IS NOT LESS THAN PAYMENT-HISTORY-KEY
               INVALID KEY
               MOVE "Y" TO PAYMENT-FILE-AT-END.
            IF PAYMENT-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-PAYMENT-RECORD.
            PERFORM ADD-ONE-WINDOW-PAYMENT
               UNTIL PAYMENT-FILE-AT-END = "Y".

      * Void reversals net out against the payment they reverse.
       ADD-ONE-WINDOW-PAYMENT.
            IF PAYMENT-DATE > CUTOFF-DATE AND
                  PAYMENT-DATE NOT > WINDOW-END-DATE
                ADD PAYMENT-AMOUNT TO PAID-IN-WINDOW
                IF FIRST-PAID-DATE = ZEROES OR
                      PAYMENT-DATE < FIRST-PAID-DATE
                    MOVE PAYMENT-DATE TO FIRST-PAID-DATE.
            PERFORM READ-NEXT-PAYMENT-RECORD.

       FIND-THE-FIRST-RECEIPT.
            MOVE ZEROES TO FIRST-RECEIPT-DATE.
            IF FOUND-PO-NUMBER NOT = ZEROES
                PERFORM START-THE-RECEIPTS
                PERFORM NOTE-ONE-RECEIPT-DATE
                   UNTIL RECEIPT-FILE-AT-END = "Y".

       START-THE-RECEIPTS.
            MOVE "N" TO RECEIPT-FILE-AT-END.
            MOVE FOUND-PO-NUMBER TO RECEIPT-PO-NUMBER.
            MOVE ZEROES TO RECEIPT-SEQUENCE.
            START RECEIPT-FILE
               KEY IS NOT LESS THAN RECEIPT-KEY
               INVALID KEY
               MOVE "Y" TO RECEIPT-FILE-AT-END.
            IF RECEIPT-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-RECEIPT-RECORD.

       NOTE-ONE-RECEIPT-DATE.
            IF FIRST-RECEIPT-DATE = ZEROES OR
                  RECEIPT-DATE < FIRST-RECEIPT-DATE
                MOVE RECEIPT-DATE TO FIRST-RECEIPT-DATE.
            PERFORM READ-NEXT-RECEIPT-RECORD.

       DECIDE-THE-LIABILITY-BASIS.
            MOVE SPACES TO LIABILITY-BASIS.
            MOVE 1 TO BASIS-INDEX.
            IF FOUND-INVOICE-DATE NOT > CUTOFF-DATE
                MOVE "I" TO LIABILITY-BASIS (BASIS-INDEX:1)
                ADD 1 TO BASIS-INDEX.
            IF FIRST-RECEIPT-DATE NOT = ZEROES AND
                  FIRST-RECEIPT-DATE NOT > CUTOFF-DATE
                MOVE "R" TO LIABILITY-BASIS (BASIS-INDEX:1)
                ADD 1 TO BASIS-INDEX.
            IF FOUND-SERVICE-FROM NOT = ZEROES AND
                  FOUND-SERVICE-FROM NOT > CUTOFF-DATE
                MOVE "S" TO LIABILITY-BASIS (BASIS-INDEX:1).

       PRINT-THE-VOUCHER-LINE.
            MOVE SPACE TO DETAIL-LINE.
            MOVE FOUND-VOUCHER-NUMBER TO PRINT-VOUCHER-NUMBER.
            MOVE FOUND-VENDOR TO PRINT-VENDOR-NUMBER.
            MOVE FOUND-INVOICE-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-INVOICE-DATE.
            IF FIRST-RECEIPT-DATE NOT = ZEROES
                MOVE FIRST-RECEIPT-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                MOVE FORMATTED-DATE TO PRINT-RECEIPT-DATE.
            IF FOUND-SERVICE-FROM NOT = ZEROES
                MOVE FOUND-SERVICE-FROM TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                MOVE FORMATTED-DATE TO PRINT-SERVICE-DATE.
            IF FIRST-PAID-DATE NOT = ZEROES
                MOVE FIRST-PAID-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                MOVE FORMATTED-DATE TO PRINT-PAID-DATE.
            MOVE FOUND-AMOUNT TO PRINT-AMOUNT.
            MOVE LIABILITY-BASIS TO PRINT-BASIS.
            ADD 1 TO LISTED-COUNT.
            ADD FOUND-AMOUNT TO LISTED-TOTAL.
            ADD PAID-IN-WINDOW TO WINDOW-PAID-TOTAL.
            IF FOUND-DATE NOT > CUTOFF-DATE
                MOVE "OLD" TO PRINT-BOOKED
                ADD FOUND-AMOUNT TO BOOKED-OLD-TOTAL
            ELSE
                MOVE "NEW" TO PRINT-BOOKED
                MOVE "*" TO PRINT-WRONG-PERIOD
                ADD 1 TO WRONG-PERIOD-COUNT
                ADD FOUND-AMOUNT TO BOOKED-NEW-TOTAL.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * TOTALS
      *--------------------------------
       PRINT-THE-TOTALS.
            PERFORM LINE-FEED.
            IF LISTED-COUNT = ZERO
                MOVE "NO UNRECORDED LIABILITIES FOUND"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            MOVE LISTED-TOTAL TO TOTAL-AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "VOUCHERS LISTED:      " TOTAL-AMOUNT-FIELD
               "   COUNT " LISTED-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE WINDOW-PAID-TOTAL TO TOTAL-AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "PAID IN THE WINDOW:   " TOTAL-AMOUNT-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE BOOKED-OLD-TOTAL TO TOTAL-AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "BOOKED TO OLD PERIOD: " TOTAL-AMOUNT-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE BOOKED-NEW-TOTAL TO TOTAL-AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "BOOKED TO NEW PERIOD: " TOTAL-AMOUNT-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "** WRONG PERIOD:      " TOTAL-AMOUNT-FIELD
               "   COUNT " WRONG-PERIOD-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            DISPLAY "BOOKED IN THE WRONG PERIOD: " TOTAL-AMOUNT-FIELD
               "  ON " WRONG-PERIOD-COUNT " VOUCHERS".

      *--------------------------------
       READ-NEXT-VOUCHER-RECORD.
            READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-FILE-AT-END.

       READ-NEXT-HISTORY-RECORD.
            READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO HISTORY-FILE-AT-END.

       READ-NEXT-PAYMENT-RECORD.
            READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO PAYMENT-FILE-AT-END.
            IF PAYMENT-FILE-AT-END NOT = "Y"
                IF PAYMENT-VOUCHER-NUMBER NOT = FOUND-VOUCHER-NUMBER
                    MOVE "Y" TO PAYMENT-FILE-AT-END.

       READ-NEXT-RECEIPT-RECORD.
            READ RECEIPT-FILE NEXT RECORD
               AT END MOVE "Y" TO RECEIPT-FILE-AT-END.
            IF RECEIPT-FILE-AT-END NOT = "Y"
                IF RECEIPT-PO-NUMBER NOT = FOUND-PO-NUMBER
                    MOVE "Y" TO RECEIPT-FILE-AT-END.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".

            COPY "plnumval01.cbl".

            COPY "plspool01.cbl".
