      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Early-payment offer yield report - what treasury's surplus
      * cash earned through the accepted dynamic discount offers
      * (fddynof01.cbl) whose pay date falls in an operator-entered
      * range. Each accepted offer's voucher is found on the live
      * voucher-file or, once archived, on fdvchhst.cbl:
      *   EARNED  - paid with the discount taken. The annualized
      *             yield is the discount over the net cash paid,
      *             scaled from the days actually paid ahead of the
      *             due date to a 365-day year;
      *   LAPSED  - paid after the offered pay date, so the discount
      *             was not taken and nothing was earned;
      *   PENDING - not paid yet.
      * The totals give the discount earned, the cash put out early
      * and the blended yield - the discount over the cash weighted
      * by the days each dollar went out early.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dynyld01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvouch.cbl".
            COPY "slvchhst.cbl".
            COPY "sldynof01.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvouch.cbl".
            COPY "fdvchhst.cbl".
            COPY "fddynof01.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

       01   DETAIL-LINE.
            05 PRINT-VOUCHER-NUMBER       PIC ZZZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-VENDOR-NUMBER        PIC ZZZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-PAID-DATE            PIC Z9/99/9999.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-DAYS-EARLY           PIC ZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-DISCOUNT             PIC ZZ,ZZ9.99-.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-NET                  PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-YIELD                PIC ZZ9.99.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-DISPOSITION          PIC X(7).

       01   COLUMN-LINE.
            05 FILLER                     PIC X(2)  VALUE "VO".
            05 FILLER                     PIC X(5)  VALUE SPACE.
            05 FILLER                     PIC X(6)  VALUE "VENDOR".
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 FILLER                     PIC X(4)  VALUE "PAID".
            05 FILLER                     PIC X(8)  VALUE SPACE.
            05 FILLER                     PIC X(4)  VALUE "DAYS".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(8)  VALUE "DISCOUNT".
            05 FILLER                     PIC X(9)  VALUE SPACE.
            05 FILLER                     PIC X(3)  VALUE "NET".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(6)  VALUE "YIELD%".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(6)  VALUE "RESULT".

       77   OFFER-FILE-AT-END             PIC X.
       77   OFFER-VOUCHER-FOUND           PIC X.

       77   RANGE-START-DATE              PIC 9(8).
       77   RANGE-END-DATE                PIC 9(8).

      * The offer's voucher as it stands now, from whichever file
      * holds it.
       77   FOUND-PAID-DATE               PIC 9(8).
       77   FOUND-AMOUNT                  PIC S9(6)V99.
       77   FOUND-DISCOUNT-TAKEN          PIC S9(6)V99.

       77   WORK-DAYS-EARLY               PIC 9(3).
       77   WORK-NET                      PIC S9(6)V99.
       77   WORK-YIELD                    PIC 9(3)V99.

       77   EARNED-COUNT                  PIC 9(5) VALUE ZERO.
       77   LAPSED-COUNT                  PIC 9(5) VALUE ZERO.
       77   PENDING-COUNT                 PIC 9(5) VALUE ZERO.
       77   EARNED-TOTAL                  PIC S9(8)V99 VALUE ZERO.
       77   EARLY-CASH-TOTAL              PIC S9(8)V99 VALUE ZERO.
       77   DOLLAR-DAYS-TOTAL             PIC S9(11)V99 VALUE ZERO.
       77   BLENDED-YIELD                 PIC 9(3)V99 VALUE ZERO.
       77   TOTAL-AMOUNT-FIELD            PIC ZZ,ZZZ,ZZ9.99-.
       77   YIELD-FIELD                   PIC ZZ9.99.

            COPY "wsdate02.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            PERFORM ACCEPT-DATE-RANGE.

            MOVE "EARLY PAYMENT OFFERS - ANNUALIZED YIELD"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            MOVE COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            MOVE "N" TO OFFER-FILE-AT-END.
            PERFORM READ-NEXT-OFFER-RECORD.
            PERFORM REPORT-ONE-OFFER
               UNTIL OFFER-FILE-AT-END = "Y".

            PERFORM PRINT-REPORT-TOTALS.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT VOUCHER-HISTORY-FILE.
            OPEN INPUT DYNAMIC-OFFER-FILE.
            MOVE "DYNYLD01" TO SPOOL-NAME-REPORT-ID.
            MOVE "EARLY PAYMENT OFFER YIELD" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE VOUCHER-FILE.
            CLOSE VOUCHER-HISTORY-FILE.
            CLOSE DYNAMIC-OFFER-FILE.
            CLOSE PRINTER-FILE.

       ACCEPT-DATE-RANGE.
            MOVE "N" TO ZERO-DATE-IS-OK.
            MOVE "ENTER OFFER PAY DATES FROM(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "A START DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO RANGE-START-DATE.
            MOVE "ENTER OFFER PAY DATES THRU(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "AN END DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO RANGE-END-DATE.

       REPORT-ONE-OFFER.
            IF OFFER-ACCEPTED AND
                  OFFER-PAY-DATE NOT < RANGE-START-DATE AND
                  OFFER-PAY-DATE NOT > RANGE-END-DATE
                PERFORM FIND-THE-OFFER-VOUCHER
                IF OFFER-VOUCHER-FOUND = "Y"
                    PERFORM CLASSIFY-THE-OFFER.
            PERFORM READ-NEXT-OFFER-RECORD.

      * Live file first; a paid voucher may since have been archived.
       FIND-THE-OFFER-VOUCHER.
            MOVE "Y" TO OFFER-VOUCHER-FOUND.
            MOVE OFFER-VOUCHER TO VOUCHER-NUMBER.
            READ VOUCHER-FILE RECORD
               INVALID KEY
               MOVE "N" TO OFFER-VOUCHER-FOUND.
            IF OFFER-VOUCHER-FOUND = "Y"
                MOVE VOUCHER-PAID-DATE TO FOUND-PAID-DATE
                MOVE VOUCHER-AMOUNT TO FOUND-AMOUNT
                MOVE VOUCHER-DISCOUNT-TAKEN TO FOUND-DISCOUNT-TAKEN
            ELSE
                PERFORM FIND-THE-ARCHIVED-VOUCHER.

       FIND-THE-ARCHIVED-VOUCHER.
            MOVE "Y" TO OFFER-VOUCHER-FOUND.
            MOVE OFFER-VOUCHER TO HISTORY-VOUCHER-NUMBER.
            READ VOUCHER-HISTORY-FILE RECORD
               INVALID KEY
               MOVE "N" TO OFFER-VOUCHER-FOUND.
            IF OFFER-VOUCHER-FOUND = "Y"
                MOVE HISTORY-PAID-DATE TO FOUND-PAID-DATE
                MOVE HISTORY-AMOUNT TO FOUND-AMOUNT
                MOVE HISTORY-DISCOUNT-TAKEN TO FOUND-DISCOUNT-TAKEN.

       CLASSIFY-THE-OFFER.
            MOVE SPACE TO DETAIL-LINE.
            MOVE OFFER-VOUCHER TO PRINT-VOUCHER-NUMBER.
            MOVE OFFER-VENDOR TO PRINT-VENDOR-NUMBER.
            IF FOUND-PAID-DATE = ZEROES
                ADD 1 TO PENDING-COUNT
                MOVE OFFER-NET-AMOUNT TO PRINT-NET
                MOVE "PENDING" TO PRINT-DISPOSITION
            ELSE
                MOVE FOUND-PAID-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                MOVE FORMATTED-DATE TO PRINT-PAID-DATE
                IF FOUND-DISCOUNT-TAKEN = ZERO
                    ADD 1 TO LAPSED-COUNT
                    MOVE "LAPSED" TO PRINT-DISPOSITION
                ELSE
                    PERFORM COMPUTE-EARNED-YIELD.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       COMPUTE-EARNED-YIELD.
            ADD 1 TO EARNED-COUNT.
            COMPUTE WORK-DAYS-EARLY =
               FUNCTION INTEGER-OF-DATE (OFFER-DUE-DATE)
               - FUNCTION INTEGER-OF-DATE (FOUND-PAID-DATE).
            IF WORK-DAYS-EARLY = ZERO
                MOVE 1 TO WORK-DAYS-EARLY.
            COMPUTE WORK-NET = FOUND-AMOUNT - FOUND-DISCOUNT-TAKEN.
            COMPUTE WORK-YIELD ROUNDED =
               FOUND-DISCOUNT-TAKEN / WORK-NET
               * 365 / WORK-DAYS-EARLY * 100
               ON SIZE ERROR MOVE 999.99 TO WORK-YIELD.
            ADD FOUND-DISCOUNT-TAKEN TO EARNED-TOTAL.
            ADD WORK-NET TO EARLY-CASH-TOTAL.
            COMPUTE DOLLAR-DAYS-TOTAL =
               DOLLAR-DAYS-TOTAL + WORK-NET * WORK-DAYS-EARLY.
            MOVE WORK-DAYS-EARLY TO PRINT-DAYS-EARLY.
            MOVE FOUND-DISCOUNT-TAKEN TO PRINT-DISCOUNT.
            MOVE WORK-NET TO PRINT-NET.
            MOVE WORK-YIELD TO PRINT-YIELD.
            MOVE "EARNED" TO PRINT-DISPOSITION.

       PRINT-REPORT-TOTALS.
            PERFORM LINE-FEED.
            IF DOLLAR-DAYS-TOTAL > ZERO
                COMPUTE BLENDED-YIELD ROUNDED =
                   EARNED-TOTAL * 365 * 100 / DOLLAR-DAYS-TOTAL
                   ON SIZE ERROR MOVE 999.99 TO BLENDED-YIELD.
            MOVE EARNED-TOTAL TO TOTAL-AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "DISCOUNT EARNED:     " TOTAL-AMOUNT-FIELD
               "   ON " EARNED-COUNT " OFFERS"
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            DISPLAY "DISCOUNT EARNED:     " TOTAL-AMOUNT-FIELD.
            MOVE EARLY-CASH-TOTAL TO TOTAL-AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "CASH PAID EARLY:     " TOTAL-AMOUNT-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            DISPLAY "CASH PAID EARLY:     " TOTAL-AMOUNT-FIELD.
            MOVE BLENDED-YIELD TO YIELD-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "ANNUALIZED YIELD:    " YIELD-FIELD " PERCENT"
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            DISPLAY "ANNUALIZED YIELD:    " YIELD-FIELD " PERCENT".
            MOVE SPACES TO PRINTER-RECORD.
            STRING "LAPSED: " LAPSED-COUNT
               "   PENDING: " PENDING-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            DISPLAY "LAPSED: " LAPSED-COUNT
               "   PENDING: " PENDING-COUNT.

       READ-NEXT-OFFER-RECORD.
            READ DYNAMIC-OFFER-FILE NEXT RECORD
               AT END MOVE "Y" TO OFFER-FILE-AT-END.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".

            COPY "plspool01.cbl".
