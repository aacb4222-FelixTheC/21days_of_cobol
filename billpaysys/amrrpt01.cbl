      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Prepaid balance roll-forward - for one company and an
      * operator-entered range of months (CCYYMM through CCYYMM)
      * each prepaid asset GL code is rolled from its beginning
      * balance to its ending balance:
      *
      *   BEGINNING - schedules (fdamrt01.cbl) added before the
      *               range, less what was amortized before it
      *   ADDITIONS - schedules added in the range (AMRT-ADDED-MONTH,
      *               the month the voucher booked the asset)
      *   AMORTIZED - the postings (fdamrp01.cbl) amrexp01.cbl
      *               made for months in the range
      *   ENDING    - beginning + additions - amortized
      *
      * The ending column is what the prepaid accounts should show
      * in the general ledger at the end of the range. An optional
      * schedule listing follows, one line per schedule still open
      * at the end of the range.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. amrrpt01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slamrt01.cbl".
            COPY "slamrp01.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdamrt01.cbl".
            COPY "fdamrp01.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

       01   TITLE-LINE.
            05 FILLER                     PIC X(20) VALUE SPACE.
            05 FILLER                     PIC X(28)
                               VALUE "PREPAID BALANCE ROLL-FORWARD".

       01   RANGE-LINE.
            05 FILLER                     PIC X(8)  VALUE "COMPANY ".
            05 RANGE-COMPANY              PIC 9.
            05 FILLER                     PIC X(10) VALUE "   MONTHS ".
            05 RANGE-FROM                 PIC 9(6).
            05 FILLER                     PIC X(9)  VALUE " THROUGH ".
            05 RANGE-THROUGH              PIC 9(6).

       01   COLUMN-LINE.
            05 FILLER                     PIC X(8)  VALUE "GL CODE".
            05 FILLER                     PIC X(15)
                                          VALUE "      BEGINNING".
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 FILLER                     PIC X(13)
                                          VALUE "    ADDITIONS".
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 FILLER                     PIC X(13)
                                          VALUE "    AMORTIZED".
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 FILLER                     PIC X(15)
                                          VALUE "         ENDING".

       01   ROLL-LINE.
            05 ROLL-GL-CODE               PIC X(6).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 ROLL-BEGINNING             PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 ROLL-ADDITIONS             PIC Z,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 ROLL-AMORTIZED             PIC Z,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 ROLL-ENDING                PIC ZZZ,ZZZ,ZZ9.99-.

       01   SCHEDULE-COLUMN-LINE.
            05 FILLER                     PIC X(40)
               VALUE "VOUCHR LN PREPAID EXPENS  START MOS DONE".
            05 FILLER                     PIC X(30)
               VALUE "          TOTAL      REMAINING".

       01   SCHEDULE-LINE.
            05 SCHED-VOUCHER              PIC 9(5).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 SCHED-LINE-NUMBER          PIC 99.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 SCHED-PREPAID-GL-CODE      PIC X(6).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 SCHED-EXPENSE-GL-CODE      PIC X(6).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 SCHED-START-MONTH          PIC 9(6).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 SCHED-MONTHS               PIC ZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 SCHED-MONTHS-DONE          PIC ZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 SCHED-TOTAL                PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 SCHED-REMAINING            PIC ZZZ,ZZZ,ZZ9.99-.

      * One row per prepaid asset GL code, grown as encountered.
       01   ROLL-TABLE.
            05 ROLL-ENTRY OCCURS 50 TIMES.
               10 ROLL-TABLE-GL-CODE      PIC X(6).
               10 ROLL-TABLE-BEGINNING    PIC S9(9)V99.
               10 ROLL-TABLE-ADDITIONS    PIC S9(9)V99.
               10 ROLL-TABLE-AMORTIZED    PIC S9(9)V99.
       77   ROLL-ENTRY-COUNT              PIC 99 VALUE ZERO.
       77   ROLL-INDEX                    PIC 99.
       77   ROLL-SLOT                     PIC 99.
       77   ROLL-TABLE-FULL               PIC X VALUE "N".

       77   TOTAL-BEGINNING               PIC S9(9)V99 VALUE ZERO.
       77   TOTAL-ADDITIONS               PIC S9(9)V99 VALUE ZERO.
       77   TOTAL-AMORTIZED               PIC S9(9)V99 VALUE ZERO.
       77   WORK-ENDING                   PIC S9(9)V99 VALUE ZERO.
       77   SCHEDULE-REMAINING            PIC S9(9)V99 VALUE ZERO.
       77   SCHEDULE-MONTHS-DONE          PIC 9(3).

       77   REPORT-COMPANY                PIC 9.
       77   FROM-MONTH                    PIC 9(6).
       77   THROUGH-MONTH                 PIC 9(6).
       77   WANT-SCHEDULE-LIST            PIC X.
       77   SCHEDULE-FILE-AT-END          PIC X.
       77   POSTING-FILE-AT-END           PIC X.
       77   SCHEDULES-LISTED              PIC 9(5) VALUE ZERO.

            COPY "wscase01.cbl".
            COPY "wsnumval01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            PERFORM ACCEPT-REPORT-PARAMETERS.
            PERFORM PRINT-THE-HEADINGS.

            MOVE "N" TO SCHEDULE-FILE-AT-END.
            PERFORM READ-NEXT-SCHEDULE-RECORD.
            PERFORM ROLL-ONE-SCHEDULE
               UNTIL SCHEDULE-FILE-AT-END = "Y".

            IF ROLL-ENTRY-COUNT = ZERO
                MOVE "NO PREPAID SCHEDULES FOR THE RANGE"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER
            ELSE
                PERFORM PRINT-ONE-ROLL-LINE
                   VARYING ROLL-INDEX FROM 1 BY 1
                   UNTIL ROLL-INDEX > ROLL-ENTRY-COUNT
                PERFORM PRINT-THE-TOTALS.
            IF ROLL-TABLE-FULL = "Y"
                PERFORM LINE-FEED
                MOVE "** TOO MANY PREPAID GL CODES - REPORT INCOMPLETE"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

            IF WANT-SCHEDULE-LIST = "Y"
                PERFORM LIST-THE-SCHEDULES.

            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT AMORTIZATION-FILE.
            OPEN INPUT AMORTIZATION-POSTING-FILE.
            MOVE "AMRRPT01" TO SPOOL-NAME-REPORT-ID.
            MOVE "PREPAID ROLL-FORWARD" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE AMORTIZATION-FILE.
            CLOSE AMORTIZATION-POSTING-FILE.
            CLOSE PRINTER-FILE.

      *--------------------------------
      * PARAMETERS
      *--------------------------------
       ACCEPT-REPORT-PARAMETERS.
            PERFORM ACCEPT-REPORT-COMPANY.
            MOVE "ENTER FIRST MONTH (CCYYMM)?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO FROM-MONTH.
            PERFORM ACCEPT-THROUGH-MONTH.
            PERFORM ACCEPT-SCHEDULE-LIST-CHOICE.

       ACCEPT-REPORT-COMPANY.
            DISPLAY "ENTER COMPANY NUMBER (1-9)".
            ACCEPT REPORT-COMPANY.
            IF REPORT-COMPANY = ZERO
                DISPLAY "COMPANY MUST BE 1 THROUGH 9"
                PERFORM ACCEPT-REPORT-COMPANY.

       ACCEPT-THROUGH-MONTH.
            MOVE "ENTER LAST MONTH (CCYYMM)?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO THROUGH-MONTH.
            IF THROUGH-MONTH < FROM-MONTH
                DISPLAY "LAST MONTH IS BEFORE THE FIRST"
                PERFORM ACCEPT-THROUGH-MONTH.

       ACCEPT-SCHEDULE-LIST-CHOICE.
            DISPLAY "LIST THE OPEN SCHEDULES TOO (Y/N)?".
            ACCEPT WANT-SCHEDULE-LIST.
            INSPECT WANT-SCHEDULE-LIST
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF WANT-SCHEDULE-LIST NOT = "Y" AND
                  WANT-SCHEDULE-LIST NOT = "N"
                DISPLAY "YOU MUST ENTER Y OR N"
                PERFORM ACCEPT-SCHEDULE-LIST-CHOICE.

       PRINT-THE-HEADINGS.
            MOVE TITLE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE REPORT-COMPANY TO RANGE-COMPANY.
            MOVE FROM-MONTH TO RANGE-FROM.
            MOVE THROUGH-MONTH TO RANGE-THROUGH.
            MOVE RANGE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            MOVE COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

      *--------------------------------
      * ROLL THE SCHEDULES
      *--------------------------------
      * A schedule added after the range has no part in it.
       ROLL-ONE-SCHEDULE.
            IF AMRT-COMPANY = REPORT-COMPANY AND
                  AMRT-ADDED-MONTH NOT > THROUGH-MONTH
                PERFORM FIND-THE-ROLL-SLOT
                IF ROLL-SLOT NOT = ZERO
                    PERFORM ROLL-THE-SCHEDULE.
            PERFORM READ-NEXT-SCHEDULE-RECORD.

       ROLL-THE-SCHEDULE.
            IF AMRT-ADDED-MONTH < FROM-MONTH
                ADD AMRT-TOTAL-AMOUNT
                   TO ROLL-TABLE-BEGINNING (ROLL-SLOT)
            ELSE
                ADD AMRT-TOTAL-AMOUNT
                   TO ROLL-TABLE-ADDITIONS (ROLL-SLOT).
            PERFORM START-THE-POSTINGS.
            PERFORM ROLL-ONE-POSTING
               UNTIL POSTING-FILE-AT-END = "Y".

       ROLL-ONE-POSTING.
            PERFORM READ-NEXT-POSTING-RECORD.
            IF POSTING-FILE-AT-END NOT = "Y"
                IF AMRP-MONTH < FROM-MONTH
                    SUBTRACT AMRP-AMOUNT
                       FROM ROLL-TABLE-BEGINNING (ROLL-SLOT)
                ELSE
                    IF AMRP-MONTH NOT > THROUGH-MONTH
                        ADD AMRP-AMOUNT
                           TO ROLL-TABLE-AMORTIZED (ROLL-SLOT).

       FIND-THE-ROLL-SLOT.
            MOVE ZERO TO ROLL-SLOT.
            PERFORM MATCH-ONE-ROLL-ENTRY
               VARYING ROLL-INDEX FROM 1 BY 1
               UNTIL ROLL-INDEX > ROLL-ENTRY-COUNT
                  OR ROLL-SLOT NOT = ZERO.
            IF ROLL-SLOT = ZERO
                IF ROLL-ENTRY-COUNT = 50
                    MOVE "Y" TO ROLL-TABLE-FULL
                ELSE
                    ADD 1 TO ROLL-ENTRY-COUNT
                    MOVE ROLL-ENTRY-COUNT TO ROLL-SLOT
                    MOVE AMRT-PREPAID-GL-CODE
                       TO ROLL-TABLE-GL-CODE (ROLL-SLOT)
                    MOVE ZERO TO ROLL-TABLE-BEGINNING (ROLL-SLOT)
                    MOVE ZERO TO ROLL-TABLE-ADDITIONS (ROLL-SLOT)
                    MOVE ZERO TO ROLL-TABLE-AMORTIZED (ROLL-SLOT).

       MATCH-ONE-ROLL-ENTRY.
            IF ROLL-TABLE-GL-CODE (ROLL-INDEX) = AMRT-PREPAID-GL-CODE
                MOVE ROLL-INDEX TO ROLL-SLOT.

      *--------------------------------
      * PRINT
      *--------------------------------
       PRINT-ONE-ROLL-LINE.
            COMPUTE WORK-ENDING =
               ROLL-TABLE-BEGINNING (ROLL-INDEX)
             + ROLL-TABLE-ADDITIONS (ROLL-INDEX)
             - ROLL-TABLE-AMORTIZED (ROLL-INDEX).
            MOVE ROLL-TABLE-GL-CODE (ROLL-INDEX) TO ROLL-GL-CODE.
            MOVE ROLL-TABLE-BEGINNING (ROLL-INDEX) TO ROLL-BEGINNING.
            MOVE ROLL-TABLE-ADDITIONS (ROLL-INDEX) TO ROLL-ADDITIONS.
            MOVE ROLL-TABLE-AMORTIZED (ROLL-INDEX) TO ROLL-AMORTIZED.
            MOVE WORK-ENDING TO ROLL-ENDING.
            MOVE ROLL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            ADD ROLL-TABLE-BEGINNING (ROLL-INDEX) TO TOTAL-BEGINNING.
            ADD ROLL-TABLE-ADDITIONS (ROLL-INDEX) TO TOTAL-ADDITIONS.
            ADD ROLL-TABLE-AMORTIZED (ROLL-INDEX) TO TOTAL-AMORTIZED.

       PRINT-THE-TOTALS.
            PERFORM LINE-FEED.
            COMPUTE WORK-ENDING =
               TOTAL-BEGINNING + TOTAL-ADDITIONS - TOTAL-AMORTIZED.
            MOVE "TOTAL" TO ROLL-GL-CODE.
            MOVE TOTAL-BEGINNING TO ROLL-BEGINNING.
            MOVE TOTAL-ADDITIONS TO ROLL-ADDITIONS.
            MOVE TOTAL-AMORTIZED TO ROLL-AMORTIZED.
            MOVE WORK-ENDING TO ROLL-ENDING.
            MOVE ROLL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * OPEN SCHEDULE LISTING
      *--------------------------------
      * Remaining is the total less what was amortized through the
      * end of the range - a schedule with nothing left is done.
       LIST-THE-SCHEDULES.
            PERFORM LINE-FEED.
            PERFORM LINE-FEED.
            MOVE "SCHEDULES OPEN AT THE END OF THE RANGE"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            MOVE SCHEDULE-COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE ZEROES TO AMRT-KEY.
            MOVE "N" TO SCHEDULE-FILE-AT-END.
            START AMORTIZATION-FILE
               KEY IS NOT LESS THAN AMRT-KEY
               INVALID KEY
               MOVE "Y" TO SCHEDULE-FILE-AT-END.
            IF SCHEDULE-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-SCHEDULE-RECORD.
            PERFORM LIST-ONE-SCHEDULE
               UNTIL SCHEDULE-FILE-AT-END = "Y".
            IF SCHEDULES-LISTED = ZERO
                MOVE "NONE" TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

       LIST-ONE-SCHEDULE.
            IF AMRT-COMPANY = REPORT-COMPANY AND
                  AMRT-ADDED-MONTH NOT > THROUGH-MONTH
                PERFORM FIGURE-THE-REMAINING
                IF SCHEDULE-REMAINING NOT = ZERO
                    PERFORM PRINT-ONE-SCHEDULE.
            PERFORM READ-NEXT-SCHEDULE-RECORD.

       FIGURE-THE-REMAINING.
            MOVE AMRT-TOTAL-AMOUNT TO SCHEDULE-REMAINING.
            MOVE ZERO TO SCHEDULE-MONTHS-DONE.
            PERFORM START-THE-POSTINGS.
            PERFORM TAKE-ONE-POSTING
               UNTIL POSTING-FILE-AT-END = "Y".

       TAKE-ONE-POSTING.
            PERFORM READ-NEXT-POSTING-RECORD.
            IF POSTING-FILE-AT-END NOT = "Y"
                IF AMRP-MONTH NOT > THROUGH-MONTH
                    SUBTRACT AMRP-AMOUNT FROM SCHEDULE-REMAINING
                    ADD AMRP-MONTHS-COVERED TO SCHEDULE-MONTHS-DONE.

       PRINT-ONE-SCHEDULE.
            MOVE AMRT-VOUCHER TO SCHED-VOUCHER.
            MOVE AMRT-LINE TO SCHED-LINE-NUMBER.
            MOVE AMRT-PREPAID-GL-CODE TO SCHED-PREPAID-GL-CODE.
            MOVE AMRT-EXPENSE-GL-CODE TO SCHED-EXPENSE-GL-CODE.
            MOVE AMRT-START-MONTH TO SCHED-START-MONTH.
            MOVE AMRT-MONTHS TO SCHED-MONTHS.
            MOVE SCHEDULE-MONTHS-DONE TO SCHED-MONTHS-DONE.
            MOVE AMRT-TOTAL-AMOUNT TO SCHED-TOTAL.
            MOVE SCHEDULE-REMAINING TO SCHED-REMAINING.
            MOVE SCHEDULE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            ADD 1 TO SCHEDULES-LISTED.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       READ-NEXT-SCHEDULE-RECORD.
            READ AMORTIZATION-FILE NEXT RECORD
               AT END MOVE "Y" TO SCHEDULE-FILE-AT-END.

      * The postings of the schedule in hand, in month order.
       START-THE-POSTINGS.
            MOVE "N" TO POSTING-FILE-AT-END.
            MOVE AMRT-VOUCHER TO AMRP-VOUCHER.
            MOVE AMRT-LINE TO AMRP-LINE.
            MOVE ZEROES TO AMRP-MONTH.
            START AMORTIZATION-POSTING-FILE
               KEY IS NOT LESS THAN AMRP-KEY
               INVALID KEY
               MOVE "Y" TO POSTING-FILE-AT-END.

       READ-NEXT-POSTING-RECORD.
            READ AMORTIZATION-POSTING-FILE NEXT RECORD
               AT END MOVE "Y" TO POSTING-FILE-AT-END.
            IF POSTING-FILE-AT-END NOT = "Y"
                IF AMRP-VOUCHER NOT = AMRT-VOUCHER OR
                      AMRP-LINE NOT = AMRT-LINE
                    MOVE "Y" TO POSTING-FILE-AT-END.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "plnumval01.cbl".

            COPY "plspool01.cbl".
