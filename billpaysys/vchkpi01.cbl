      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Payables KPI report - days payable outstanding and payment
      * timeliness for one company, for an operator-entered report
      * month (CCYYMM) and the twelve months ending with it. Built
      * from the payment history (fdpayhst.cbl), each payment
      * joined to its voucher - on the live voucher-file, or on the
      * voucher history once vcharc01.cbl has archived it:
      *
      *   DAYS TO PAY  - days from the vendor's invoice date
      *                  (VOUCHER-INVOICE-DATE, the posting date when
      *                  none was kept) to the payment, weighted by
      *                  the dollars paid
      *   EARLY        - paid more than ON-TIME-WINDOW days before
      *                  VOUCHER-DUE
      *   ON TIME      - paid within the window, up to the due date
      *   LATE         - paid after the due date
      *   DISCOUNTS    - the early-payment discount each voucher
      *                  offered against what the run actually took,
      *                  counted in the month of the closing payment
      *   DPO          - open AP at the month end over the month's
      *                  payments, times the days in the month. Open
      *                  AP is the month-end snapshot's figure
      *                  (fdopsnp01.cbl) where vchclo01.cbl took one,
      *                  and for the report month the control file's
      *                  CONTROL-OPEN-AP-TOTAL when it has not been
      *                  closed yet. An approximation - payments
      *                  stand in for purchases.
      *
      * The report month and the trailing twelve months are printed
      * in full, then one trend line per month. A voided check's
      * reversal record takes its dollars back out in the month of
      * the void.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vchkpi01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slpayhst.cbl".
            COPY "slvouch.cbl".
            COPY "slvchhst.cbl".
            COPY "slcontrol.cbl".
            COPY "slopsnp01.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdpayhst.cbl".
            COPY "fdvouch.cbl".
            COPY "fdvchhst.cbl".
            COPY "fdcontrol.cbl".
            COPY "fdopsnp01.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsctllck.cbl".
            COPY "wsspool01.cbl".

       01   TITLE-LINE.
            05 FILLER                     PIC X(20) VALUE SPACE.
            05 FILLER                     PIC X(35)
               VALUE "DPO AND PAYMENT TIMELINESS KPI".

       01   RANGE-LINE.
            05 FILLER                     PIC X(8)  VALUE "COMPANY ".
            05 RANGE-COMPANY              PIC 9.
            05 FILLER                     PIC X(16)
               VALUE "   REPORT MONTH ".
            05 RANGE-MONTH                PIC 9(6).
            05 FILLER                     PIC X(18)
               VALUE "   ON-TIME WINDOW ".
            05 RANGE-WINDOW               PIC Z9.
            05 FILLER                     PIC X(5)  VALUE " DAYS".

       01   SECTION-LINE.
            05 PRINT-SECTION-NAME         PIC X(40).

       01   AMOUNT-LINE.
            05 PRINT-AMOUNT-LABEL         PIC X(40).
            05 PRINT-AMOUNT-COUNT         PIC ZZ,ZZ9-.
            05 FILLER                     PIC X(3)  VALUE SPACE.
            05 PRINT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.

       01   FIGURE-LINE.
            05 PRINT-FIGURE-LABEL         PIC X(40).
            05 PRINT-FIGURE-AREA.
               10 PRINT-FIGURE            PIC ZZZ9.9.
            05 PRINT-FIGURE-NONE REDEFINES PRINT-FIGURE-AREA
                                          PIC X(6).

       01   TIMELINESS-COLUMN-LINE.
            05 FILLER                     PIC X(40) VALUE SPACE.
            05 FILLER                     PIC X(34)
               VALUE " COUNT   PCT        DOLLARS    PCT".

       01   TIMELINESS-LINE.
            05 PRINT-TIMELY-LABEL         PIC X(40).
            05 PRINT-TIMELY-COUNT         PIC ZZ,ZZ9-.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-TIMELY-COUNT-PCT     PIC ZZ9.9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-TIMELY-DOLLARS       PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-TIMELY-DOLLAR-PCT    PIC ZZ9.9.

       01   TREND-COLUMN-LINE-1.
            05 FILLER                     PIC X(25) VALUE SPACE.
            05 FILLER                     PIC X(4)  VALUE "DAYS".
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 FILLER                     PIC X(14)
               VALUE "PCT OF DOLLARS".
            05 FILLER                     PIC X(5)  VALUE SPACE.
            05 FILLER                     PIC X(8)  VALUE "DISCOUNT".

       01   TREND-COLUMN-LINE-2.
            05 FILLER                     PIC X(14) VALUE "MONTH".
            05 FILLER                     PIC X(9)  VALUE "PAYMENTS".
            05 FILLER                     PIC X(7)  VALUE "TO PAY".
            05 FILLER                     PIC X(6)  VALUE "EARLY".
            05 FILLER                     PIC X(5)  VALUE "ONTM".
            05 FILLER                     PIC X(12) VALUE "LATE".
            05 FILLER                     PIC X(8)  VALUE "LOST".
            05 FILLER                     PIC X(3)  VALUE "DPO".

       01   TREND-LINE.
            05 PRINT-TREND-MONTH          PIC X(6).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-TREND-DOLLARS        PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-TREND-DAYS-AREA.
               10 PRINT-TREND-DAYS        PIC ZZZ9.9.
            05 PRINT-TREND-DAYS-NONE REDEFINES PRINT-TREND-DAYS-AREA
                                          PIC X(6).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-TREND-EARLY          PIC ZZ9.9.
            05 PRINT-TREND-ON-TIME        PIC ZZ9.9.
            05 PRINT-TREND-LATE           PIC ZZ9.9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-TREND-LOST           PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-TREND-DPO-AREA.
               10 PRINT-TREND-DPO         PIC ZZZ9.9.
            05 PRINT-TREND-DPO-NONE REDEFINES PRINT-TREND-DPO-AREA
                                          PIC X(6).

       01   TOTAL-LINE.
            05 PRINT-TOTAL-LABEL          PIC X(40).
            05 PRINT-TOTAL-COUNT          PIC ZZ,ZZ9.

      * One period's figures - a month, or the twelve months. The
      * month table holds the same 112 bytes per entry, so an entry
      * is moved here, added to, and moved back. KPI-OPEN-AP-SOURCE
      * is S (month-end snapshot), C (control file) or N (none).
       01   KPI-TOTALS.
            05 KPI-COUNT                  PIC S9(5).
            05 KPI-DOLLARS                PIC S9(9)V99.
            05 KPI-DOLLAR-DAYS            PIC S9(13)V99.
            05 KPI-EARLY-COUNT            PIC S9(5).
            05 KPI-EARLY-DOLLARS          PIC S9(9)V99.
            05 KPI-ON-TIME-COUNT          PIC S9(5).
            05 KPI-ON-TIME-DOLLARS        PIC S9(9)V99.
            05 KPI-LATE-COUNT             PIC S9(5).
            05 KPI-LATE-DOLLARS           PIC S9(9)V99.
            05 KPI-DISCOUNT-AVAILABLE     PIC S9(7)V99.
            05 KPI-DISCOUNT-TAKEN         PIC S9(7)V99.
            05 KPI-OPEN-AP                PIC S9(9)V99.
            05 KPI-OPEN-AP-SOURCE         PIC X.
            05 KPI-DAYS-IN-PERIOD         PIC 9(3).

      * The twelve months added up, the same layout again.
       01   TWELVE-MONTH-TOTALS.
            05 TTM-COUNT                  PIC S9(5).
            05 TTM-DOLLARS                PIC S9(9)V99.
            05 TTM-DOLLAR-DAYS            PIC S9(13)V99.
            05 TTM-EARLY-COUNT            PIC S9(5).
            05 TTM-EARLY-DOLLARS          PIC S9(9)V99.
            05 TTM-ON-TIME-COUNT          PIC S9(5).
            05 TTM-ON-TIME-DOLLARS        PIC S9(9)V99.
            05 TTM-LATE-COUNT             PIC S9(5).
            05 TTM-LATE-DOLLARS           PIC S9(9)V99.
            05 TTM-DISCOUNT-AVAILABLE     PIC S9(7)V99.
            05 TTM-DISCOUNT-TAKEN         PIC S9(7)V99.
            05 TTM-OPEN-AP                PIC S9(9)V99.
            05 TTM-OPEN-AP-SOURCE         PIC X.
            05 TTM-DAYS-IN-PERIOD         PIC 9(3).

      * The twelve months ending with the report month, oldest
      * first - entry 12 is the report month.
       01   MONTH-TABLE.
            05 MONTH-ENTRY-TOTALS OCCURS 12 TIMES
                                          PIC X(112).
       77   MONTH-INDEX                   PIC 99.
       01   MONTH-NUMBER                  PIC 9(6).
       01   MONTH-NUMBER-PARTS REDEFINES MONTH-NUMBER.
            05 MONTH-NUMBER-CCYY          PIC 9(4).
            05 MONTH-NUMBER-MM            PIC 99.
       01   NEXT-MONTH-NUMBER             PIC 9(6).
       01   NEXT-MONTH-PARTS REDEFINES NEXT-MONTH-NUMBER.
            05 NEXT-MONTH-CCYY            PIC 9(4).
            05 NEXT-MONTH-MM              PIC 99.
       77   MONTH-START-DATE              PIC 9(8).
       77   NEXT-MONTH-START-DATE         PIC 9(8).

       77   REPORT-COMPANY                PIC 9.
       01   REPORT-MONTH                  PIC 9(6).
       01   REPORT-MONTH-PARTS REDEFINES REPORT-MONTH.
            05 REPORT-MONTH-CCYY          PIC 9(4).
            05 REPORT-MONTH-MM            PIC 99.
       01   FIRST-MONTH                   PIC 9(6).
       01   FIRST-MONTH-PARTS REDEFINES FIRST-MONTH.
            05 FIRST-MONTH-CCYY           PIC 9(4).
            05 FIRST-MONTH-MM             PIC 99.

      * A payment this many days or fewer ahead of the due date is
      * on time; any earlier is early.
       77   ON-TIME-WINDOW                PIC 99 VALUE 5.

       77   PAYMENT-FILE-AT-END           PIC X.
       77   SNAPSHOT-FILE-AT-END          PIC X.
       77   VOUCHER-RECORD-FOUND          PIC X.
       77   HISTORY-RECORD-FOUND          PIC X.
       77   CONTROL-RECORD-FOUND          PIC X.

      * The voucher a payment belongs to, from whichever file it is
      * on. FOUND-VOUCHER-ON-FILE is N when it is on neither.
       77   FOUND-VOUCHER-NUMBER          PIC 9(5).
       77   FOUND-VOUCHER-ON-FILE         PIC X.
       77   FOUND-COMPANY                 PIC 9.
       77   FOUND-INVOICE-DATE            PIC 9(8).
       77   FOUND-DUE                     PIC 9(8).
       77   FOUND-PAID-DATE               PIC 9(8).
       77   FOUND-DISCOUNT-AMOUNT         PIC S9(6)V99.
       77   FOUND-DISCOUNT-TAKEN          PIC S9(6)V99.
       77   LAST-DISCOUNT-VOUCHER         PIC 9(5).

       77   DAYS-TO-PAY                   PIC S9(5).
       77   DAYS-BEFORE-DUE               PIC S9(5).
       77   PAYMENT-COUNT                 PIC S9.
       77   AVERAGE-DAYS                  PIC S9(5)V9.
       77   TIMELY-COUNT                  PIC S9(5).
       77   TIMELY-DOLLARS                PIC S9(9)V99.
       77   PERCENT-PART                  PIC S9(13)V99.
       77   PERCENT-WHOLE                 PIC S9(13)V99.
       77   PERCENT-FIGURE                PIC S9(3)V9.
       77   DPO-FIGURE                    PIC 9(4)V9.
       77   DPO-FOUND                     PIC X.
       77   DISCOUNT-LOST                 PIC S9(7)V99.

       77   UNMATCHED-COUNT               PIC 9(5) VALUE ZERO.

            COPY "wsnumval01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            PERFORM ACCEPT-REPORT-PARAMETERS.
            PERFORM PRINT-THE-HEADINGS.

            PERFORM CLEAR-ONE-MONTH
               VARYING MONTH-INDEX FROM 1 BY 1
               UNTIL MONTH-INDEX > 12.
            PERFORM TOTAL-THE-PAYMENTS.
            PERFORM FIND-THE-OPEN-AP.
            PERFORM ADD-UP-THE-TWELVE-MONTHS.

            MOVE MONTH-ENTRY-TOTALS (12) TO KPI-TOTALS.
            MOVE SPACE TO SECTION-LINE.
            STRING "REPORT MONTH " DELIMITED BY SIZE
                   REPORT-MONTH DELIMITED BY SIZE
               INTO PRINT-SECTION-NAME.
            PERFORM PRINT-THE-PERIOD.

            MOVE TWELVE-MONTH-TOTALS TO KPI-TOTALS.
            MOVE "TRAILING TWELVE MONTHS" TO PRINT-SECTION-NAME.
            PERFORM PRINT-THE-PERIOD.

            PERFORM PRINT-THE-TREND.
            PERFORM PRINT-THE-TOTALS.

            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT PAYMENT-HISTORY-FILE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT VOUCHER-HISTORY-FILE.
            OPEN INPUT CONTROL-FILE.
            OPEN INPUT OPEN-SNAPSHOT-FILE.
            MOVE "VCHKPI01" TO SPOOL-NAME-REPORT-ID.
            MOVE "DPO AND TIMELINESS KPI" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE PAYMENT-HISTORY-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE VOUCHER-HISTORY-FILE.
            CLOSE CONTROL-FILE.
            CLOSE OPEN-SNAPSHOT-FILE.
            CLOSE PRINTER-FILE.

      *--------------------------------
      * PARAMETERS
      *--------------------------------
       ACCEPT-REPORT-PARAMETERS.
            PERFORM ACCEPT-REPORT-COMPANY.
            PERFORM ACCEPT-REPORT-MONTH.
            MOVE REPORT-MONTH TO FIRST-MONTH.
            IF FIRST-MONTH-MM = 12
                MOVE 1 TO FIRST-MONTH-MM
            ELSE
                SUBTRACT 1 FROM FIRST-MONTH-CCYY
                ADD 1 TO FIRST-MONTH-MM.

       ACCEPT-REPORT-COMPANY.
            DISPLAY "ENTER COMPANY NUMBER (1-9)".
            ACCEPT REPORT-COMPANY.
            IF REPORT-COMPANY = ZERO
                DISPLAY "COMPANY MUST BE 1 THROUGH 9"
                PERFORM ACCEPT-REPORT-COMPANY.

       ACCEPT-REPORT-MONTH.
            MOVE "ENTER REPORT MONTH (CCYYMM)?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO REPORT-MONTH.
            IF REPORT-MONTH-MM < 1 OR
                  REPORT-MONTH-MM > 12 OR
                  REPORT-MONTH-CCYY < 1601
                DISPLAY "INVALID MONTH"
                PERFORM ACCEPT-REPORT-MONTH.

       PRINT-THE-HEADINGS.
            MOVE TITLE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE REPORT-COMPANY TO RANGE-COMPANY.
            MOVE REPORT-MONTH TO RANGE-MONTH.
            MOVE ON-TIME-WINDOW TO RANGE-WINDOW.
            MOVE RANGE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      * Each month starts empty, knowing how many days it has.
       CLEAR-ONE-MONTH.
            INITIALIZE KPI-TOTALS.
            MOVE "N" TO KPI-OPEN-AP-SOURCE.
            PERFORM FIND-THE-MONTH-NUMBER.
            PERFORM FIND-THE-NEXT-MONTH.
            COMPUTE KPI-DAYS-IN-PERIOD =
               FUNCTION INTEGER-OF-DATE (NEXT-MONTH-START-DATE) -
               FUNCTION INTEGER-OF-DATE (MONTH-START-DATE).
            MOVE KPI-TOTALS TO MONTH-ENTRY-TOTALS (MONTH-INDEX).

       FIND-THE-MONTH-NUMBER.
            MOVE FIRST-MONTH TO MONTH-NUMBER.
            ADD MONTH-INDEX TO MONTH-NUMBER-MM.
            SUBTRACT 1 FROM MONTH-NUMBER-MM.
            IF MONTH-NUMBER-MM > 12
                SUBTRACT 12 FROM MONTH-NUMBER-MM
                ADD 1 TO MONTH-NUMBER-CCYY.
            COMPUTE MONTH-START-DATE = MONTH-NUMBER * 100 + 1.

       FIND-THE-NEXT-MONTH.
            MOVE MONTH-NUMBER TO NEXT-MONTH-NUMBER.
            IF NEXT-MONTH-MM = 12
                ADD 1 TO NEXT-MONTH-CCYY
                MOVE 1 TO NEXT-MONTH-MM
            ELSE
                ADD 1 TO NEXT-MONTH-MM.
            COMPUTE NEXT-MONTH-START-DATE =
               NEXT-MONTH-NUMBER * 100 + 1.

      *--------------------------------
      * THE PAYMENTS
      *--------------------------------
      * Every payment on file, in voucher order - a voucher's
      * payments come together, so it is looked up once.
       TOTAL-THE-PAYMENTS.
            MOVE ZEROES TO FOUND-VOUCHER-NUMBER.
            MOVE ZEROES TO LAST-DISCOUNT-VOUCHER.
            MOVE "N" TO FOUND-VOUCHER-ON-FILE.
            PERFORM START-THE-PAYMENTS.
            IF PAYMENT-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-PAYMENT-RECORD.
            PERFORM TOTAL-ONE-PAYMENT
               UNTIL PAYMENT-FILE-AT-END = "Y".

       TOTAL-ONE-PAYMENT.
            MOVE PAYMENT-DATE (1 : 6) TO MONTH-NUMBER.
            IF MONTH-NUMBER NOT < FIRST-MONTH AND
                  MONTH-NUMBER NOT > REPORT-MONTH
                PERFORM SELECT-THE-PAYMENT.
            PERFORM READ-NEXT-PAYMENT-RECORD.

       SELECT-THE-PAYMENT.
            IF PAYMENT-VOUCHER-NUMBER NOT = FOUND-VOUCHER-NUMBER
                PERFORM FIND-THE-VOUCHER.
            IF FOUND-VOUCHER-ON-FILE = "N"
                ADD 1 TO UNMATCHED-COUNT
            ELSE
                IF FOUND-COMPANY = REPORT-COMPANY
                    PERFORM ADD-TO-THE-MONTH.

      * The live voucher-file first, then the archive. A voucher
      * with no due date was due on the invoice date.
       FIND-THE-VOUCHER.
            MOVE PAYMENT-VOUCHER-NUMBER TO FOUND-VOUCHER-NUMBER.
            MOVE "N" TO FOUND-VOUCHER-ON-FILE.
            MOVE PAYMENT-VOUCHER-NUMBER TO VOUCHER-NUMBER.
            MOVE "Y" TO VOUCHER-RECORD-FOUND.
            READ VOUCHER-FILE RECORD
               INVALID KEY
               MOVE "N" TO VOUCHER-RECORD-FOUND.
            IF VOUCHER-RECORD-FOUND = "Y"
                PERFORM LOAD-FROM-THE-VOUCHER
            ELSE
                PERFORM FIND-THE-ARCHIVED-VOUCHER.
            IF FOUND-VOUCHER-ON-FILE = "Y" AND
                  FOUND-DUE = ZEROES
                MOVE FOUND-INVOICE-DATE TO FOUND-DUE.

       LOAD-FROM-THE-VOUCHER.
            MOVE "Y" TO FOUND-VOUCHER-ON-FILE.
            MOVE VOUCHER-COMPANY TO FOUND-COMPANY.
            MOVE VOUCHER-INVOICE-DATE TO FOUND-INVOICE-DATE.
            IF FOUND-INVOICE-DATE = ZEROES
                MOVE VOUCHER-DATE TO FOUND-INVOICE-DATE.
            MOVE VOUCHER-DUE TO FOUND-DUE.
            MOVE VOUCHER-PAID-DATE TO FOUND-PAID-DATE.
            MOVE VOUCHER-DISCOUNT-AMOUNT TO FOUND-DISCOUNT-AMOUNT.
            MOVE VOUCHER-DISCOUNT-TAKEN TO FOUND-DISCOUNT-TAKEN.

       FIND-THE-ARCHIVED-VOUCHER.
            MOVE PAYMENT-VOUCHER-NUMBER TO HISTORY-VOUCHER-NUMBER.
            MOVE "Y" TO HISTORY-RECORD-FOUND.
            READ VOUCHER-HISTORY-FILE RECORD
               INVALID KEY
               MOVE "N" TO HISTORY-RECORD-FOUND.
            IF HISTORY-RECORD-FOUND = "Y"
                PERFORM LOAD-FROM-THE-HISTORY.

       LOAD-FROM-THE-HISTORY.
            MOVE "Y" TO FOUND-VOUCHER-ON-FILE.
            MOVE HISTORY-COMPANY TO FOUND-COMPANY.
            MOVE HISTORY-INVOICE-DATE TO FOUND-INVOICE-DATE.
            IF FOUND-INVOICE-DATE = ZEROES
                MOVE HISTORY-DATE TO FOUND-INVOICE-DATE.
            MOVE HISTORY-DUE TO FOUND-DUE.
            MOVE HISTORY-PAID-DATE TO FOUND-PAID-DATE.
            MOVE HISTORY-DISCOUNT-AMOUNT TO FOUND-DISCOUNT-AMOUNT.
            MOVE HISTORY-DISCOUNT-TAKEN TO FOUND-DISCOUNT-TAKEN.

      * A reversal takes a payment back out - one fewer payment,
      * and its dollars (negative) off every total they went into.
       ADD-TO-THE-MONTH.
            COMPUTE MONTH-INDEX =
               (MONTH-NUMBER-CCYY - FIRST-MONTH-CCYY) * 12 +
               MONTH-NUMBER-MM - FIRST-MONTH-MM + 1.
            MOVE MONTH-ENTRY-TOTALS (MONTH-INDEX) TO KPI-TOTALS.
            IF PAYMENT-AMOUNT < ZERO
                MOVE -1 TO PAYMENT-COUNT
            ELSE
                MOVE 1 TO PAYMENT-COUNT.
            COMPUTE DAYS-TO-PAY =
               FUNCTION INTEGER-OF-DATE (PAYMENT-DATE) -
               FUNCTION INTEGER-OF-DATE (FOUND-INVOICE-DATE).
            IF DAYS-TO-PAY < ZERO
                MOVE ZERO TO DAYS-TO-PAY.
            ADD PAYMENT-COUNT TO KPI-COUNT.
            ADD PAYMENT-AMOUNT TO KPI-DOLLARS.
            COMPUTE KPI-DOLLAR-DAYS =
               KPI-DOLLAR-DAYS + PAYMENT-AMOUNT * DAYS-TO-PAY.
            PERFORM CLASSIFY-THE-PAYMENT.
            PERFORM ADD-THE-DISCOUNT.
            MOVE KPI-TOTALS TO MONTH-ENTRY-TOTALS (MONTH-INDEX).

       CLASSIFY-THE-PAYMENT.
            COMPUTE DAYS-BEFORE-DUE =
               FUNCTION INTEGER-OF-DATE (FOUND-DUE) -
               FUNCTION INTEGER-OF-DATE (PAYMENT-DATE).
            IF DAYS-BEFORE-DUE < ZERO
                ADD PAYMENT-COUNT TO KPI-LATE-COUNT
                ADD PAYMENT-AMOUNT TO KPI-LATE-DOLLARS
            ELSE
                IF DAYS-BEFORE-DUE > ON-TIME-WINDOW
                    ADD PAYMENT-COUNT TO KPI-EARLY-COUNT
                    ADD PAYMENT-AMOUNT TO KPI-EARLY-DOLLARS
                ELSE
                    ADD PAYMENT-COUNT TO KPI-ON-TIME-COUNT
                    ADD PAYMENT-AMOUNT TO KPI-ON-TIME-DOLLARS.

      * The discount goes with the payment that closed the voucher,
      * once per voucher.
       ADD-THE-DISCOUNT.
            IF PAYMENT-AMOUNT > ZERO AND
                  PAYMENT-DATE = FOUND-PAID-DATE AND
                  PAYMENT-VOUCHER-NUMBER NOT = LAST-DISCOUNT-VOUCHER
                MOVE PAYMENT-VOUCHER-NUMBER TO LAST-DISCOUNT-VOUCHER
                ADD FOUND-DISCOUNT-AMOUNT TO KPI-DISCOUNT-AVAILABLE
                ADD FOUND-DISCOUNT-TAKEN TO KPI-DISCOUNT-TAKEN.

      *--------------------------------
      * OPEN AP
      *--------------------------------
       FIND-THE-OPEN-AP.
            PERFORM FIND-ONE-MONTH-END
               VARYING MONTH-INDEX FROM 1 BY 1
               UNTIL MONTH-INDEX > 12.
            MOVE MONTH-ENTRY-TOTALS (12) TO KPI-TOTALS.
            IF KPI-OPEN-AP-SOURCE = "N"
                PERFORM READ-THE-CONTROL-TOTAL
                MOVE KPI-TOTALS TO MONTH-ENTRY-TOTALS (12).

      * The last snapshot closed within the month is its month end.
      * Each snapshot begins with its voucher-00000 header; past
      * the header the rest of that snapshot is skipped.
       FIND-ONE-MONTH-END.
            MOVE MONTH-ENTRY-TOTALS (MONTH-INDEX) TO KPI-TOTALS.
            PERFORM FIND-THE-MONTH-NUMBER.
            MOVE REPORT-COMPANY TO OPSNP-COMPANY.
            MOVE MONTH-START-DATE TO OPSNP-AS-OF.
            MOVE ZEROES TO OPSNP-VOUCHER.
            PERFORM START-THE-SNAPSHOTS.
            IF SNAPSHOT-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-SNAPSHOT-RECORD.
            PERFORM CHECK-ONE-SNAPSHOT
               UNTIL SNAPSHOT-FILE-AT-END = "Y".
            MOVE KPI-TOTALS TO MONTH-ENTRY-TOTALS (MONTH-INDEX).

       CHECK-ONE-SNAPSHOT.
            IF OPSNP-COMPANY NOT = REPORT-COMPANY OR
                  OPSNP-AS-OF (1 : 6) NOT = MONTH-NUMBER
                MOVE "Y" TO SNAPSHOT-FILE-AT-END
            ELSE
                PERFORM TAKE-THE-SNAPSHOT-TOTAL.

       TAKE-THE-SNAPSHOT-TOTAL.
            IF OPSNP-VOUCHER = ZEROES
                MOVE OPSNP-CONTROL-OPEN-AP TO KPI-OPEN-AP
                MOVE "S" TO KPI-OPEN-AP-SOURCE.
            MOVE 99999 TO OPSNP-VOUCHER.
            PERFORM START-PAST-THE-SNAPSHOT.
            IF SNAPSHOT-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-SNAPSHOT-RECORD.

      * A report month not yet closed takes today's open AP.
       READ-THE-CONTROL-TOTAL.
            MOVE REPORT-COMPANY TO CONTROL-KEY.
            MOVE "Y" TO CONTROL-RECORD-FOUND.
            READ CONTROL-FILE RECORD
               INVALID KEY
               MOVE "N" TO CONTROL-RECORD-FOUND.
            IF CONTROL-RECORD-FOUND = "Y"
                MOVE CONTROL-OPEN-AP-TOTAL TO KPI-OPEN-AP
                MOVE "C" TO KPI-OPEN-AP-SOURCE.

      *--------------------------------
      * TWELVE MONTHS
      *--------------------------------
      * The twelve months' open AP is the report month's, and
      * their days are the year's.
       ADD-UP-THE-TWELVE-MONTHS.
            INITIALIZE TWELVE-MONTH-TOTALS.
            PERFORM ADD-UP-ONE-MONTH
               VARYING MONTH-INDEX FROM 1 BY 1
               UNTIL MONTH-INDEX > 12.
            MOVE KPI-OPEN-AP TO TTM-OPEN-AP.
            MOVE KPI-OPEN-AP-SOURCE TO TTM-OPEN-AP-SOURCE.

       ADD-UP-ONE-MONTH.
            MOVE MONTH-ENTRY-TOTALS (MONTH-INDEX) TO KPI-TOTALS.
            ADD KPI-COUNT TO TTM-COUNT.
            ADD KPI-DOLLARS TO TTM-DOLLARS.
            ADD KPI-DOLLAR-DAYS TO TTM-DOLLAR-DAYS.
            ADD KPI-EARLY-COUNT TO TTM-EARLY-COUNT.
            ADD KPI-EARLY-DOLLARS TO TTM-EARLY-DOLLARS.
            ADD KPI-ON-TIME-COUNT TO TTM-ON-TIME-COUNT.
            ADD KPI-ON-TIME-DOLLARS TO TTM-ON-TIME-DOLLARS.
            ADD KPI-LATE-COUNT TO TTM-LATE-COUNT.
            ADD KPI-LATE-DOLLARS TO TTM-LATE-DOLLARS.
            ADD KPI-DISCOUNT-AVAILABLE TO TTM-DISCOUNT-AVAILABLE.
            ADD KPI-DISCOUNT-TAKEN TO TTM-DISCOUNT-TAKEN.
            ADD KPI-DAYS-IN-PERIOD TO TTM-DAYS-IN-PERIOD.

      *--------------------------------
      * PRINTING A PERIOD
      *--------------------------------
      * The section name is already in the section line; the
      * figures come from KPI-TOTALS.
       PRINT-THE-PERIOD.
            PERFORM LINE-FEED.
            MOVE SECTION-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            MOVE SPACE TO AMOUNT-LINE.
            MOVE "PAYMENTS" TO PRINT-AMOUNT-LABEL.
            MOVE KPI-COUNT TO PRINT-AMOUNT-COUNT.
            MOVE KPI-DOLLARS TO PRINT-AMOUNT.
            PERFORM WRITE-AMOUNT-LINE.

            MOVE SPACE TO FIGURE-LINE.
            MOVE "DOLLAR-WEIGHTED DAYS INVOICE TO PAYMENT"
               TO PRINT-FIGURE-LABEL.
            PERFORM COMPUTE-THE-AVERAGE-DAYS.
            IF KPI-DOLLARS > ZERO
                MOVE AVERAGE-DAYS TO PRINT-FIGURE
            ELSE
                MOVE "   N/A" TO PRINT-FIGURE-NONE.
            PERFORM WRITE-FIGURE-LINE.

            PERFORM LINE-FEED.
            MOVE TIMELINESS-COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACE TO TIMELINESS-LINE.
            MOVE "PAID EARLY" TO PRINT-TIMELY-LABEL.
            MOVE KPI-EARLY-COUNT TO TIMELY-COUNT.
            MOVE KPI-EARLY-DOLLARS TO TIMELY-DOLLARS.
            PERFORM WRITE-TIMELINESS-LINE.
            MOVE SPACE TO TIMELINESS-LINE.
            MOVE "PAID ON TIME" TO PRINT-TIMELY-LABEL.
            MOVE KPI-ON-TIME-COUNT TO TIMELY-COUNT.
            MOVE KPI-ON-TIME-DOLLARS TO TIMELY-DOLLARS.
            PERFORM WRITE-TIMELINESS-LINE.
            MOVE SPACE TO TIMELINESS-LINE.
            MOVE "PAID LATE" TO PRINT-TIMELY-LABEL.
            MOVE KPI-LATE-COUNT TO TIMELY-COUNT.
            MOVE KPI-LATE-DOLLARS TO TIMELY-DOLLARS.
            PERFORM WRITE-TIMELINESS-LINE.

            PERFORM LINE-FEED.
            MOVE SPACE TO AMOUNT-LINE.
            MOVE "DISCOUNTS AVAILABLE" TO PRINT-AMOUNT-LABEL.
            MOVE KPI-DISCOUNT-AVAILABLE TO PRINT-AMOUNT.
            PERFORM WRITE-AMOUNT-LINE.
            MOVE SPACE TO AMOUNT-LINE.
            MOVE "DISCOUNTS TAKEN" TO PRINT-AMOUNT-LABEL.
            MOVE KPI-DISCOUNT-TAKEN TO PRINT-AMOUNT.
            PERFORM WRITE-AMOUNT-LINE.
            MOVE SPACE TO AMOUNT-LINE.
            MOVE "DISCOUNTS LOST" TO PRINT-AMOUNT-LABEL.
            COMPUTE DISCOUNT-LOST =
               KPI-DISCOUNT-AVAILABLE - KPI-DISCOUNT-TAKEN.
            MOVE DISCOUNT-LOST TO PRINT-AMOUNT.
            PERFORM WRITE-AMOUNT-LINE.
            MOVE SPACE TO FIGURE-LINE.
            MOVE "PERCENT OF DISCOUNT DOLLARS TAKEN"
               TO PRINT-FIGURE-LABEL.
            MOVE KPI-DISCOUNT-TAKEN TO PERCENT-PART.
            MOVE KPI-DISCOUNT-AVAILABLE TO PERCENT-WHOLE.
            PERFORM COMPUTE-THE-PERCENT.
            MOVE PERCENT-FIGURE TO PRINT-FIGURE.
            PERFORM WRITE-FIGURE-LINE.

            PERFORM LINE-FEED.
            MOVE SPACE TO AMOUNT-LINE.
            IF KPI-OPEN-AP-SOURCE = "S"
                MOVE "OPEN AP - MONTH-END SNAPSHOT"
                   TO PRINT-AMOUNT-LABEL.
            IF KPI-OPEN-AP-SOURCE = "C"
                MOVE "OPEN AP - CONTROL FILE, NOT YET CLOSED"
                   TO PRINT-AMOUNT-LABEL.
            IF KPI-OPEN-AP-SOURCE = "N"
                MOVE "OPEN AP - NO MONTH-END SNAPSHOT"
                   TO PRINT-AMOUNT-LABEL.
            MOVE KPI-OPEN-AP TO PRINT-AMOUNT.
            PERFORM WRITE-AMOUNT-LINE.
            MOVE SPACE TO FIGURE-LINE.
            MOVE "DAYS PAYABLE OUTSTANDING (APPROX)"
               TO PRINT-FIGURE-LABEL.
            PERFORM COMPUTE-THE-DPO.
            IF DPO-FOUND = "Y"
                MOVE DPO-FIGURE TO PRINT-FIGURE
            ELSE
                MOVE "   N/A" TO PRINT-FIGURE-NONE.
            PERFORM WRITE-FIGURE-LINE.

       WRITE-TIMELINESS-LINE.
            MOVE TIMELY-COUNT TO PRINT-TIMELY-COUNT.
            MOVE TIMELY-DOLLARS TO PRINT-TIMELY-DOLLARS.
            MOVE TIMELY-COUNT TO PERCENT-PART.
            MOVE KPI-COUNT TO PERCENT-WHOLE.
            PERFORM COMPUTE-THE-PERCENT.
            MOVE PERCENT-FIGURE TO PRINT-TIMELY-COUNT-PCT.
            MOVE TIMELY-DOLLARS TO PERCENT-PART.
            MOVE KPI-DOLLARS TO PERCENT-WHOLE.
            PERFORM COMPUTE-THE-PERCENT.
            MOVE PERCENT-FIGURE TO PRINT-TIMELY-DOLLAR-PCT.
            MOVE TIMELINESS-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       WRITE-AMOUNT-LINE.
            MOVE AMOUNT-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       WRITE-FIGURE-LINE.
            MOVE FIGURE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * THE FIGURES
      *--------------------------------
       COMPUTE-THE-AVERAGE-DAYS.
            MOVE ZERO TO AVERAGE-DAYS.
            IF KPI-DOLLARS > ZERO
                COMPUTE AVERAGE-DAYS ROUNDED =
                   KPI-DOLLAR-DAYS / KPI-DOLLARS
                   ON SIZE ERROR MOVE ZERO TO AVERAGE-DAYS.

      * PERCENT-PART of PERCENT-WHOLE; nothing of nothing is zero.
       COMPUTE-THE-PERCENT.
            MOVE ZERO TO PERCENT-FIGURE.
            IF PERCENT-WHOLE > ZERO
                COMPUTE PERCENT-FIGURE ROUNDED =
                   PERCENT-PART * 100 / PERCENT-WHOLE
                   ON SIZE ERROR MOVE ZERO TO PERCENT-FIGURE.

      * Open AP over the period's payments, in days of the period.
       COMPUTE-THE-DPO.
            MOVE "N" TO DPO-FOUND.
            IF KPI-OPEN-AP-SOURCE NOT = "N" AND
                  KPI-DOLLARS > ZERO AND
                  KPI-OPEN-AP NOT < ZERO
                MOVE "Y" TO DPO-FOUND
                COMPUTE DPO-FIGURE ROUNDED =
                   KPI-OPEN-AP * KPI-DAYS-IN-PERIOD / KPI-DOLLARS
                   ON SIZE ERROR MOVE "N" TO DPO-FOUND.

      *--------------------------------
      * THE TREND
      *--------------------------------
       PRINT-THE-TREND.
            PERFORM LINE-FEED.
            MOVE "TWELVE-MONTH TREND" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE TREND-COLUMN-LINE-1 TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE TREND-COLUMN-LINE-2 TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM PRINT-ONE-TREND-MONTH
               VARYING MONTH-INDEX FROM 1 BY 1
               UNTIL MONTH-INDEX > 12.
            MOVE TWELVE-MONTH-TOTALS TO KPI-TOTALS.
            MOVE SPACE TO TREND-LINE.
            MOVE "12 MOS" TO PRINT-TREND-MONTH.
            PERFORM PRINT-THE-TREND-LINE.

       PRINT-ONE-TREND-MONTH.
            MOVE MONTH-ENTRY-TOTALS (MONTH-INDEX) TO KPI-TOTALS.
            PERFORM FIND-THE-MONTH-NUMBER.
            MOVE SPACE TO TREND-LINE.
            MOVE MONTH-NUMBER TO PRINT-TREND-MONTH.
            PERFORM PRINT-THE-TREND-LINE.

       PRINT-THE-TREND-LINE.
            MOVE KPI-DOLLARS TO PRINT-TREND-DOLLARS.
            PERFORM COMPUTE-THE-AVERAGE-DAYS.
            IF KPI-DOLLARS > ZERO
                MOVE AVERAGE-DAYS TO PRINT-TREND-DAYS
            ELSE
                MOVE "   N/A" TO PRINT-TREND-DAYS-NONE.
            MOVE KPI-DOLLARS TO PERCENT-WHOLE.
            MOVE KPI-EARLY-DOLLARS TO PERCENT-PART.
            PERFORM COMPUTE-THE-PERCENT.
            MOVE PERCENT-FIGURE TO PRINT-TREND-EARLY.
            MOVE KPI-ON-TIME-DOLLARS TO PERCENT-PART.
            PERFORM COMPUTE-THE-PERCENT.
            MOVE PERCENT-FIGURE TO PRINT-TREND-ON-TIME.
            MOVE KPI-LATE-DOLLARS TO PERCENT-PART.
            PERFORM COMPUTE-THE-PERCENT.
            MOVE PERCENT-FIGURE TO PRINT-TREND-LATE.
            COMPUTE DISCOUNT-LOST =
               KPI-DISCOUNT-AVAILABLE - KPI-DISCOUNT-TAKEN.
            MOVE DISCOUNT-LOST TO PRINT-TREND-LOST.
            PERFORM COMPUTE-THE-DPO.
            IF DPO-FOUND = "Y"
                MOVE DPO-FIGURE TO PRINT-TREND-DPO
            ELSE
                MOVE "   N/A" TO PRINT-TREND-DPO-NONE.
            MOVE TREND-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * TOTALS
      *--------------------------------
       PRINT-THE-TOTALS.
            PERFORM LINE-FEED.
            MOVE SPACE TO TOTAL-LINE.
            MOVE "PAYMENTS WITH NO VOUCHER ON FILE"
               TO PRINT-TOTAL-LABEL.
            MOVE UNMATCHED-COUNT TO PRINT-TOTAL-COUNT.
            MOVE TOTAL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       START-THE-PAYMENTS.
            MOVE "N" TO PAYMENT-FILE-AT-END.
            MOVE ZEROES TO PAYMENT-HISTORY-KEY.
            START PAYMENT-HISTORY-FILE
               KEY IS NOT LESS THAN PAYMENT-HISTORY-KEY
               INVALID KEY
               MOVE "Y" TO PAYMENT-FILE-AT-END.

       READ-NEXT-PAYMENT-RECORD.
            READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO PAYMENT-FILE-AT-END.

       START-THE-SNAPSHOTS.
            MOVE "N" TO SNAPSHOT-FILE-AT-END.
            START OPEN-SNAPSHOT-FILE
               KEY IS NOT LESS THAN OPSNP-KEY
               INVALID KEY
               MOVE "Y" TO SNAPSHOT-FILE-AT-END.

       START-PAST-THE-SNAPSHOT.
            START OPEN-SNAPSHOT-FILE
               KEY IS GREATER THAN OPSNP-KEY
               INVALID KEY
               MOVE "Y" TO SNAPSHOT-FILE-AT-END.

       READ-NEXT-SNAPSHOT-RECORD.
            READ OPEN-SNAPSHOT-FILE NEXT RECORD
               AT END MOVE "Y" TO SNAPSHOT-FILE-AT-END.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "plnumval01.cbl".

            COPY "plspool01.cbl".
