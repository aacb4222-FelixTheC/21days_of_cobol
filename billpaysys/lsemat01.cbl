      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Lease maturity analysis - the financial statement footnote.
      * For ONE company at an operator-entered balance sheet month
      * (CCYYMM) every lease on the register (fdlease01.cbl) that
      * has commenced is listed with its remaining scheduled
      * payments (fdlsch01.cbl) undiscounted, in the five 12-month
      * years after the month and thereafter. Operating and finance
      * leases are totalled separately and together, each total
      * carried down to the liability:
      *
      *   total undiscounted payments
      *   less imputed interest
      *   = lease liability - the schedule's closing liability for
      *     the month - split into the current portion (what the
      *     schedule pays down in the next twelve months) and the
      *     noncurrent rest,
      *
      * with the weighted-average remaining lease term and discount
      * rate, both weighted by the liability. Leases signed but not
      * yet commenced are listed after, with their undiscounted
      * payments. Spooled as LSEMAT01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lsemat01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "sllease01.cbl".
            COPY "sllsch01.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdlease01.cbl".
            COPY "fdlsch01.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

       77   REPORT-COMPANY                PIC 9 VALUE 1.
       77   LEASE-FILE-AT-END             PIC X.
       77   SCHEDULE-FILE-AT-END          PIC X.
       77   NOT-COMMENCED-COUNT           PIC 9(4) VALUE ZERO.

      * The balance sheet month and the same month a year on.
       01   AS-OF-MONTH                   PIC 9(6).
       01   AS-OF-MONTH-PARTS REDEFINES AS-OF-MONTH.
            05 AS-OF-CCYY                 PIC 9(4).
            05 AS-OF-MM                   PIC 99.
       77   YEAR-ON-MONTH                 PIC 9(6).

       01   ROW-MONTH                     PIC 9(6).
       01   ROW-MONTH-PARTS REDEFINES ROW-MONTH.
            05 ROW-CCYY                   PIC 9(4).
            05 ROW-MM                     PIC 99.

       01   COMMENCE-DATE-WORK            PIC 9(8).
       01   COMMENCE-DATE-PARTS REDEFINES COMMENCE-DATE-WORK.
            05 COMMENCE-MONTH             PIC 9(6).
            05 COMMENCE-DD                PIC 99.

      * One lease's remaining payments.
       01   LEASE-MATURITIES.
            05 LEASE-YEAR-AMOUNT          PIC S9(9)V99
                                          OCCURS 6 TIMES.
       77   LEASE-UNDISCOUNTED           PIC S9(9)V99.
       77   LEASE-LIABILITY-NOW           PIC S9(9)V99.
       77   LEASE-LIABILITY-YEAR-ON       PIC S9(9)V99.
       77   LEASE-MONTHS-REMAINING        PIC 9(3).
       77   MONTHS-AHEAD                  PIC S9(5).
       77   YEAR-INDEX                    PIC 9.

      * Totals - 1 operating, 2 finance, 3 all leases.
       01   CLASS-TOTALS.
            05 CLASS-TOTAL OCCURS 3 TIMES.
               10 CLASS-LEASES            PIC 9(4).
               10 CLASS-YEAR-AMOUNT       PIC S9(9)V99
                                          OCCURS 6 TIMES.
               10 CLASS-UNDISCOUNTED      PIC S9(9)V99.
               10 CLASS-LIABILITY         PIC S9(9)V99.
               10 CLASS-CURRENT           PIC S9(9)V99.
               10 CLASS-TERM-WEIGHT       PIC S9(13)V99.
               10 CLASS-RATE-WEIGHT       PIC S9(13)V9(6).
       77   CLASS-INDEX                   PIC 9.
       77   CLASS-NAME                    PIC X(20).
       77   IMPUTED-INTEREST              PIC S9(9)V99.
       77   NONCURRENT-PORTION            PIC S9(9)V99.
       77   AVERAGE-TERM                  PIC 9(3)V9.
       77   AVERAGE-RATE                  PIC 9(2)V9(4).

       77   AMOUNT-FIELD                  PIC ZZZ,ZZZ,ZZ9.99-.
       77   TERM-FIELD                    PIC ZZ9.9.
       77   RATE-FIELD                    PIC Z9.9999.

       01   DETAIL-LINE.
            05 DETAIL-LEASE               PIC ZZZ9.
            05 FILLER                     PIC X     VALUE SPACE.
            05 DETAIL-CLASS               PIC X.
            05 FILLER                     PIC X     VALUE SPACE.
            05 DETAIL-DESCRIPTION         PIC X(20).
            05 DETAIL-AMOUNTS OCCURS 7 TIMES.
               10 FILLER                  PIC X.
               10 DETAIL-AMOUNT           PIC Z,ZZZ,ZZ9.99-.
       77   DETAIL-INDEX                  PIC 9.

            COPY "wsdate02.cbl".
            COPY "wsnumval01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            PERFORM ACCEPT-REPORT-PARAMETERS.
            MOVE ZEROES TO CLASS-TOTALS.

            PERFORM PRINT-THE-TITLE.
            PERFORM PRINT-THE-HEADINGS.
            PERFORM START-THE-LEASE-FILE.
            PERFORM PRINT-NEXT-LEASE
               UNTIL LEASE-FILE-AT-END = "Y".
            PERFORM LINE-FEED.

            MOVE 1 TO CLASS-INDEX.
            MOVE "OPERATING LEASES" TO CLASS-NAME.
            PERFORM PRINT-ONE-CLASS-TOTAL.
            MOVE 2 TO CLASS-INDEX.
            MOVE "FINANCE LEASES" TO CLASS-NAME.
            PERFORM PRINT-ONE-CLASS-TOTAL.
            MOVE 3 TO CLASS-INDEX.
            MOVE "ALL LEASES" TO CLASS-NAME.
            PERFORM PRINT-ONE-CLASS-TOTAL.

            PERFORM PRINT-NOT-COMMENCED.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT LEASE-FILE.
            OPEN INPUT LEASE-SCHEDULE-FILE.
            MOVE "LSEMAT01" TO SPOOL-NAME-REPORT-ID.
            MOVE "LEASE MATURITY ANALYSIS" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE LEASE-FILE.
            CLOSE LEASE-SCHEDULE-FILE.
            CLOSE PRINTER-FILE.

      *--------------------------------
      * PARAMETERS
      *--------------------------------
       ACCEPT-REPORT-PARAMETERS.
            PERFORM ACCEPT-AS-OF-MONTH.
            DISPLAY "ENTER COMPANY NUMBER (1-9)".
            ACCEPT REPORT-COMPANY.
            PERFORM RE-ACCEPT-REPORT-COMPANY
               UNTIL REPORT-COMPANY > 0.
            COMPUTE YEAR-ON-MONTH = AS-OF-MONTH + 100.

       ACCEPT-AS-OF-MONTH.
            MOVE "ENTER BALANCE SHEET MONTH (CCYYMM)?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO AS-OF-MONTH.
            IF AS-OF-MM < 1 OR AS-OF-MM > 12 OR
                  AS-OF-CCYY < 1601
                DISPLAY "NOT A VALID CCYYMM MONTH"
                PERFORM ACCEPT-AS-OF-MONTH.

       RE-ACCEPT-REPORT-COMPANY.
            DISPLAY "COMPANY MUST BE 1 THROUGH 9".
            DISPLAY "ENTER COMPANY NUMBER (1-9)".
            ACCEPT REPORT-COMPANY.

      *--------------------------------
      * HEADINGS
      *--------------------------------
       PRINT-THE-TITLE.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "LEASE MATURITY ANALYSIS - COMPANY "
               REPORT-COMPANY " - AT THE END OF "
               AS-OF-MM "/" AS-OF-CCYY
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "UNDISCOUNTED SCHEDULED PAYMENTS BY THE 12-MONTH "
               "YEARS FOLLOWING " AS-OF-MM "/" AS-OF-CCYY
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

      * Headings sit over the right edge of each amount.
       PRINT-THE-HEADINGS.
            MOVE SPACES TO PRINTER-RECORD.
            MOVE "LEASE" TO PRINTER-RECORD (1:5).
            MOVE "YEAR 1" TO PRINTER-RECORD (35:6).
            MOVE "YEAR 2" TO PRINTER-RECORD (49:6).
            MOVE "YEAR 3" TO PRINTER-RECORD (63:6).
            MOVE "YEAR 4" TO PRINTER-RECORD (77:6).
            MOVE "YEAR 5" TO PRINTER-RECORD (91:6).
            MOVE "THEREAFTER" TO PRINTER-RECORD (101:10).
            MOVE "TOTAL" TO PRINTER-RECORD (120:5).
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            MOVE "---- - --------------------" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * ONE LEASE
      *--------------------------------
       PRINT-NEXT-LEASE.
            PERFORM READ-NEXT-LEASE-RECORD.
            IF LEASE-FILE-AT-END NOT = "Y"
                MOVE LEASE-COMMENCE-DATE TO COMMENCE-DATE-WORK
                IF LEASE-COMPANY = REPORT-COMPANY AND
                      LEASE-TERM-MONTHS > ZERO
                    IF COMMENCE-MONTH > AS-OF-MONTH
                        ADD 1 TO NOT-COMMENCED-COUNT
                    ELSE
                        PERFORM FIGURE-THE-MATURITIES
                        IF LEASE-UNDISCOUNTED NOT = ZERO OR
                              LEASE-LIABILITY-NOW NOT = ZERO
                            PERFORM PRINT-THE-MATURITIES
                            PERFORM ADD-TO-THE-CLASS-TOTALS.

       FIGURE-THE-MATURITIES.
            MOVE ZEROES TO LEASE-MATURITIES.
            MOVE ZERO TO LEASE-UNDISCOUNTED.
            MOVE ZERO TO LEASE-LIABILITY-NOW.
            MOVE ZERO TO LEASE-LIABILITY-YEAR-ON.
            MOVE ZERO TO LEASE-MONTHS-REMAINING.
            MOVE LEASE-NUMBER TO LSCH-LEASE.
            MOVE 1 TO LSCH-PERIOD.
            MOVE "N" TO SCHEDULE-FILE-AT-END.
            START LEASE-SCHEDULE-FILE
               KEY IS NOT LESS THAN LSCH-KEY
               INVALID KEY
               MOVE "Y" TO SCHEDULE-FILE-AT-END.
            PERFORM ADD-ONE-SCHEDULE-ROW
               UNTIL SCHEDULE-FILE-AT-END = "Y".

      * The liability at the month is the closing balance of its
      * row; each later row's payment falls in the year counted
      * from the month after it.
       ADD-ONE-SCHEDULE-ROW.
            PERFORM READ-NEXT-SCHEDULE-RECORD.
            IF SCHEDULE-FILE-AT-END NOT = "Y"
                IF LSCH-MONTH = AS-OF-MONTH
                    MOVE LSCH-CLOSING-LIABILITY TO LEASE-LIABILITY-NOW
                END-IF
                IF LSCH-MONTH = YEAR-ON-MONTH
                    MOVE LSCH-CLOSING-LIABILITY
                       TO LEASE-LIABILITY-YEAR-ON
                END-IF
                IF LSCH-MONTH > AS-OF-MONTH
                    PERFORM ADD-ONE-FUTURE-PAYMENT.

       ADD-ONE-FUTURE-PAYMENT.
            MOVE LSCH-MONTH TO ROW-MONTH.
            COMPUTE MONTHS-AHEAD =
               (ROW-CCYY * 12 + ROW-MM)
             - (AS-OF-CCYY * 12 + AS-OF-MM).
            IF MONTHS-AHEAD > 60
                MOVE 6 TO YEAR-INDEX
            ELSE
                COMPUTE YEAR-INDEX = (MONTHS-AHEAD - 1) / 12 + 1.
            ADD LSCH-PAYMENT TO LEASE-YEAR-AMOUNT (YEAR-INDEX).
            ADD LSCH-PAYMENT TO LEASE-UNDISCOUNTED.
            ADD 1 TO LEASE-MONTHS-REMAINING.

       PRINT-THE-MATURITIES.
            MOVE LEASE-NUMBER TO DETAIL-LEASE.
            MOVE LEASE-CLASS TO DETAIL-CLASS.
            MOVE LEASE-DESCRIPTION TO DETAIL-DESCRIPTION.
            PERFORM MOVE-ONE-LEASE-YEAR
               VARYING DETAIL-INDEX FROM 1 BY 1
               UNTIL DETAIL-INDEX > 6.
            MOVE LEASE-UNDISCOUNTED TO DETAIL-AMOUNT (7).
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       MOVE-ONE-LEASE-YEAR.
            MOVE LEASE-YEAR-AMOUNT (DETAIL-INDEX)
               TO DETAIL-AMOUNT (DETAIL-INDEX).

       ADD-TO-THE-CLASS-TOTALS.
            IF LEASE-IS-FINANCE
                MOVE 2 TO CLASS-INDEX
            ELSE
                MOVE 1 TO CLASS-INDEX.
            PERFORM ADD-TO-ONE-CLASS-TOTAL.
            MOVE 3 TO CLASS-INDEX.
            PERFORM ADD-TO-ONE-CLASS-TOTAL.

      * The current portion is the liability the next twelve
      * months' schedule pays down.
       ADD-TO-ONE-CLASS-TOTAL.
            ADD 1 TO CLASS-LEASES (CLASS-INDEX).
            PERFORM ADD-ONE-CLASS-YEAR
               VARYING YEAR-INDEX FROM 1 BY 1
               UNTIL YEAR-INDEX > 6.
            ADD LEASE-UNDISCOUNTED TO CLASS-UNDISCOUNTED (CLASS-INDEX).
            ADD LEASE-LIABILITY-NOW TO CLASS-LIABILITY (CLASS-INDEX).
            COMPUTE CLASS-CURRENT (CLASS-INDEX) =
               CLASS-CURRENT (CLASS-INDEX)
             + LEASE-LIABILITY-NOW - LEASE-LIABILITY-YEAR-ON.
            COMPUTE CLASS-TERM-WEIGHT (CLASS-INDEX) =
               CLASS-TERM-WEIGHT (CLASS-INDEX)
             + LEASE-MONTHS-REMAINING * LEASE-LIABILITY-NOW.
            COMPUTE CLASS-RATE-WEIGHT (CLASS-INDEX) =
               CLASS-RATE-WEIGHT (CLASS-INDEX)
             + LEASE-DISCOUNT-RATE * LEASE-LIABILITY-NOW.

       ADD-ONE-CLASS-YEAR.
            ADD LEASE-YEAR-AMOUNT (YEAR-INDEX)
               TO CLASS-YEAR-AMOUNT (CLASS-INDEX YEAR-INDEX).

      *--------------------------------
      * TOTALS
      *--------------------------------
       PRINT-ONE-CLASS-TOTAL.
            MOVE ZERO TO DETAIL-LEASE.
            MOVE SPACE TO DETAIL-CLASS.
            MOVE CLASS-NAME TO DETAIL-DESCRIPTION.
            PERFORM MOVE-ONE-CLASS-YEAR
               VARYING DETAIL-INDEX FROM 1 BY 1
               UNTIL DETAIL-INDEX > 6.
            MOVE CLASS-UNDISCOUNTED (CLASS-INDEX) TO DETAIL-AMOUNT (7).
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            MOVE SPACES TO PRINTER-RECORD (1:6).
            PERFORM WRITE-TO-PRINTER.

            COMPUTE IMPUTED-INTEREST =
               CLASS-UNDISCOUNTED (CLASS-INDEX)
             - CLASS-LIABILITY (CLASS-INDEX).
            COMPUTE NONCURRENT-PORTION =
               CLASS-LIABILITY (CLASS-INDEX)
             - CLASS-CURRENT (CLASS-INDEX).
            MOVE SPACES TO PRINTER-RECORD.
            MOVE "  LESS IMPUTED INTEREST" TO PRINTER-RECORD (8:30).
            MOVE IMPUTED-INTEREST TO AMOUNT-FIELD.
            MOVE AMOUNT-FIELD TO PRINTER-RECORD (111:15).
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            MOVE "  LEASE LIABILITY" TO PRINTER-RECORD (8:30).
            MOVE CLASS-LIABILITY (CLASS-INDEX) TO AMOUNT-FIELD.
            MOVE AMOUNT-FIELD TO PRINTER-RECORD (111:15).
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            MOVE "    CURRENT PORTION" TO PRINTER-RECORD (8:30).
            MOVE CLASS-CURRENT (CLASS-INDEX) TO AMOUNT-FIELD.
            MOVE AMOUNT-FIELD TO PRINTER-RECORD (111:15).
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            MOVE "    NONCURRENT PORTION" TO PRINTER-RECORD (8:30).
            MOVE NONCURRENT-PORTION TO AMOUNT-FIELD.
            MOVE AMOUNT-FIELD TO PRINTER-RECORD (111:15).
            PERFORM WRITE-TO-PRINTER.

            MOVE ZERO TO AVERAGE-TERM.
            MOVE ZERO TO AVERAGE-RATE.
            IF CLASS-LIABILITY (CLASS-INDEX) NOT = ZERO
                COMPUTE AVERAGE-TERM ROUNDED =
                   CLASS-TERM-WEIGHT (CLASS-INDEX)
                 / CLASS-LIABILITY (CLASS-INDEX) / 12
                COMPUTE AVERAGE-RATE ROUNDED =
                   CLASS-RATE-WEIGHT (CLASS-INDEX)
                 / CLASS-LIABILITY (CLASS-INDEX).
            MOVE AVERAGE-TERM TO TERM-FIELD.
            MOVE AVERAGE-RATE TO RATE-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "  LEASES " CLASS-LEASES (CLASS-INDEX)
               "   WEIGHTED-AVERAGE REMAINING TERM " TERM-FIELD
               " YEARS   WEIGHTED-AVERAGE DISCOUNT RATE " RATE-FIELD
               "%"
               DELIMITED BY SIZE INTO PRINTER-RECORD (8:100).
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

       MOVE-ONE-CLASS-YEAR.
            MOVE CLASS-YEAR-AMOUNT (CLASS-INDEX DETAIL-INDEX)
               TO DETAIL-AMOUNT (DETAIL-INDEX).

      *--------------------------------
      * NOT YET COMMENCED
      *--------------------------------
       PRINT-NOT-COMMENCED.
            IF NOT-COMMENCED-COUNT > ZERO
                MOVE "LEASES SIGNED BUT NOT YET COMMENCED"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER
                MOVE SPACES TO PRINTER-RECORD
                MOVE "LEASE" TO PRINTER-RECORD (1:5)
                MOVE "COMMENCES" TO PRINTER-RECORD (30:9)
                MOVE "TERM" TO PRINTER-RECORD (42:4)
                MOVE "UNDISCOUNTED" TO PRINTER-RECORD (53:12)
                PERFORM WRITE-TO-PRINTER
                PERFORM START-THE-LEASE-FILE
                PERFORM PRINT-NEXT-NOT-COMMENCED
                   UNTIL LEASE-FILE-AT-END = "Y".

       PRINT-NEXT-NOT-COMMENCED.
            PERFORM READ-NEXT-LEASE-RECORD.
            IF LEASE-FILE-AT-END NOT = "Y"
                MOVE LEASE-COMMENCE-DATE TO COMMENCE-DATE-WORK
                IF LEASE-COMPANY = REPORT-COMPANY AND
                      LEASE-TERM-MONTHS > ZERO AND
                      COMMENCE-MONTH > AS-OF-MONTH
                    PERFORM PRINT-ONE-NOT-COMMENCED.

       PRINT-ONE-NOT-COMMENCED.
            MOVE SPACES TO PRINTER-RECORD.
            MOVE LEASE-NUMBER TO DETAIL-LEASE.
            MOVE DETAIL-LEASE TO PRINTER-RECORD (1:4).
            MOVE LEASE-CLASS TO PRINTER-RECORD (6:1).
            MOVE LEASE-DESCRIPTION (1:20) TO PRINTER-RECORD (8:20).
            MOVE LEASE-COMMENCE-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINTER-RECORD (30:10).
            MOVE LEASE-TERM-MONTHS TO PRINTER-RECORD (42:3).
            MOVE LEASE-TOTAL-PAYMENTS TO AMOUNT-FIELD.
            MOVE AMOUNT-FIELD TO PRINTER-RECORD (50:15).
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       START-THE-LEASE-FILE.
            MOVE ZEROES TO LEASE-NUMBER.
            MOVE "N" TO LEASE-FILE-AT-END.
            START LEASE-FILE
               KEY IS NOT LESS THAN LEASE-NUMBER
               INVALID KEY
               MOVE "Y" TO LEASE-FILE-AT-END.

       READ-NEXT-LEASE-RECORD.
            READ LEASE-FILE NEXT RECORD
               AT END MOVE "Y" TO LEASE-FILE-AT-END.

       READ-NEXT-SCHEDULE-RECORD.
            READ LEASE-SCHEDULE-FILE NEXT RECORD
               AT END MOVE "Y" TO SCHEDULE-FILE-AT-END.
            IF SCHEDULE-FILE-AT-END NOT = "Y"
                IF LSCH-LEASE NOT = LEASE-NUMBER
                    MOVE "Y" TO SCHEDULE-FILE-AT-END.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plnumval01.cbl".

            COPY "plspool01.cbl".
