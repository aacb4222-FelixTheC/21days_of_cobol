      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Utility consumption by service location - for one company
      * and an operator-entered range of months (CCYYMM through
      * CCYYMM), every utility bill (fdutlu01.cbl) whose meter reads
      * end in the range, grouped by location and utility vendor in
      * service order, with:
      *
      *   COST/UNIT - the bill's amount over the usage billed
      *   PREV%     - change in usage per day on the bill before it
      *   LYR%      - change in usage per day on the bill that read
      *               through the same month a year earlier
      *
      * Usage is compared per day of the read period, so a 33-day
      * bill is not mistaken for a spike against a 28-day one. Each
      * bill is flagged underneath when:
      *
      *   - usage per day is up more than the operator's spike
      *     percent (25 when none is given) on either comparison
      *   - its reads overlap the prior bill's - a double billing
      *   - days are missing between it and the prior bill - a
      *     bill that never came in or was never entered
      *   - the read was the utility's estimate
      *
      * An active account whose last bill reads through before the
      * range is listed as missing its bill, and templated bills
      * (recgen01.cbl) still waiting for their reads are listed as
      * not keyed. Bills before the range feed the comparisons but
      * are not printed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. utlrpt01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slutlu01.cbl".
            COPY "slutla01.cbl".
            COPY "slvnd02.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdutlu01.cbl".
            COPY "fdutla01.cbl".
            COPY "fdvnd04.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

       01   TITLE-LINE.
            05 FILLER                     PIC X(20) VALUE SPACE.
            05 FILLER                     PIC X(35)
               VALUE "UTILITY CONSUMPTION BY SERVICE SITE".

       01   RANGE-LINE.
            05 FILLER                     PIC X(8)  VALUE "COMPANY ".
            05 RANGE-COMPANY              PIC 9.
            05 FILLER                     PIC X(10) VALUE "   MONTHS ".
            05 RANGE-FROM                 PIC 9(6).
            05 FILLER                     PIC X(9)  VALUE " THROUGH ".
            05 RANGE-THROUGH              PIC 9(6).
            05 FILLER                     PIC X(15)
               VALUE "   SPIKE ABOVE ".
            05 RANGE-SPIKE                PIC ZZ9.
            05 FILLER                     PIC X(1)  VALUE "%".

       01   COLUMN-LINE.
            05 FILLER                     PIC X(41)
               VALUE "VOUCH  READ FROM  READ THRU         USAGE".
            05 FILLER                     PIC X(36)
               VALUE "        COST COST/UNT  PREV%  LYR% T".

       01   LOCATION-LINE.
            05 FILLER                     PIC X(9)  VALUE "LOCATION ".
            05 PRINT-LOCATION             PIC X(8).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-LOCATION-NAME        PIC X(30).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-ACCOUNT-CLOSED       PIC X(8).

       01   VENDOR-LINE.
            05 FILLER                     PIC X(9)  VALUE "  VENDOR ".
            05 PRINT-VENDOR               PIC 9(5).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-VENDOR-NAME          PIC X(30).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(5)  VALUE "UNIT ".
            05 PRINT-UNIT                 PIC X(5).

       01   DETAIL-LINE.
            05 PRINT-VOUCHER              PIC ZZZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-READ-FROM            PIC Z9/99/9999.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-READ-THRU            PIC Z9/99/9999.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-USAGE                PIC Z,ZZZ,ZZ9.99.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-AMOUNT               PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-COST-PER-UNIT        PIC ZZ9.9999.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-PRIOR-CHANGE         PIC -ZZZ9.
            05 PRINT-PRIOR-CHANGE-X REDEFINES PRINT-PRIOR-CHANGE
                                          PIC X(5).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-LAST-YEAR-CHANGE     PIC -ZZZ9.
            05 PRINT-LAST-YEAR-CHANGE-X REDEFINES PRINT-LAST-YEAR-CHANGE
                                          PIC X(5).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-READ-TYPE            PIC X.

       01   UNKEYED-LINE.
            05 PRINT-UNKEYED-VOUCHER      PIC ZZZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(32)
               VALUE "USAGE NOT KEYED - VOUCHER DATED ".
            05 PRINT-UNKEYED-DATE         PIC Z9/99/9999.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-UNKEYED-AMOUNT       PIC ZZZ,ZZ9.99-.

       01   FLAG-LINE.
            05 FILLER                     PIC X(7)  VALUE "     **".
            05 PRINT-FLAG                 PIC X(60).

       01   GAP-FLAG.
            05 FILLER                     PIC X(7)  VALUE "GAP OF ".
            05 PRINT-GAP-DAYS             PIC ZZZZ9.
            05 FILLER                     PIC X(40)
               VALUE " DAYS SINCE THE PRIOR READ - MISSED BILL".

       01   SPIKE-FLAG.
            05 FILLER                     PIC X(17)
               VALUE "USAGE PER DAY UP ".
            05 PRINT-SPIKE-PERCENT        PIC ZZZ9.
            05 FILLER                     PIC X(5)  VALUE "% ON ".
            05 PRINT-SPIKE-AGAINST        PIC X(30).

       01   MISSING-FLAG.
            05 FILLER                     PIC X(38)
               VALUE "NO BILL IN THE RANGE - LAST READ THRU ".
            05 PRINT-LAST-READ-THRU       PIC Z9/99/9999.

       01   TOTAL-LINE.
            05 PRINT-TOTAL-LABEL          PIC X(30).
            05 PRINT-TOTAL-COUNT          PIC ZZ,ZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-TOTAL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.

      * The account's keyed bills so far, oldest first - the last
      * one is the prior bill, and last year's is found by month.
      * Three years is kept; the oldest drops off when it fills.
       01   HISTORY-TABLE.
            05 HISTORY-ENTRY OCCURS 36 TIMES.
               10 HIST-READ-THRU          PIC 9(8).
               10 HIST-MONTH              PIC 9(6).
               10 HIST-DAILY-USAGE        PIC 9(7)V9(4).
       77   HISTORY-COUNT                 PIC 99 VALUE ZERO.
       77   HISTORY-INDEX                 PIC 99.

       77   REPORT-COMPANY                PIC 9.
       77   FROM-MONTH                    PIC 9(6).
       77   THROUGH-MONTH                 PIC 9(6).
       77   SPIKE-PERCENT                 PIC 9(3).

       77   USAGE-FILE-AT-END             PIC X.
       77   ACCOUNT-RECORD-FOUND          PIC X.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   ACCOUNT-HEADING-DONE          PIC X.
       77   BILL-IN-RANGE                 PIC X.
       77   PRIOR-COMPARED                PIC X.
       77   LAST-YEAR-FOUND               PIC X.
       77   LAST-YEAR-COMPARED            PIC X.
       77   BILL-IS-SPIKE                 PIC X.

       77   CURRENT-LOCATION              PIC X(8).
       77   CURRENT-VENDOR                PIC 9(5).
       77   BILL-MONTH                    PIC 9(6).
       77   LAST-YEAR-MONTH               PIC 9(6).
       77   BILL-DAYS                     PIC S9(5).
       77   READ-GAP-DAYS                 PIC S9(5).
       77   BILL-DAILY-USAGE              PIC 9(7)V9(4).
       77   PRIOR-DAILY-USAGE             PIC 9(7)V9(4).
       77   LAST-YEAR-DAILY-USAGE         PIC 9(7)V9(4).
       77   PRIOR-CHANGE                  PIC S9(4).
       77   LAST-YEAR-CHANGE              PIC S9(4).
       77   COST-PER-UNIT                 PIC S9(3)V9(4).

       77   BILLS-LISTED                  PIC 9(5) VALUE ZERO.
       77   UNKEYED-COUNT                 PIC 9(5) VALUE ZERO.
       77   ESTIMATED-COUNT               PIC 9(5) VALUE ZERO.
       77   SPIKE-COUNT                   PIC 9(5) VALUE ZERO.
       77   OVERLAP-COUNT                 PIC 9(5) VALUE ZERO.
       77   GAP-COUNT                     PIC 9(5) VALUE ZERO.
       77   MISSING-COUNT                 PIC 9(5) VALUE ZERO.
       77   TOTAL-COST                    PIC S9(9)V99 VALUE ZERO.

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsnumval01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            PERFORM ACCEPT-REPORT-PARAMETERS.
            PERFORM PRINT-THE-HEADINGS.

            PERFORM START-THE-HISTORY.
            IF USAGE-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-USAGE-RECORD.
            PERFORM REPORT-ONE-ACCOUNT
               UNTIL USAGE-FILE-AT-END = "Y".

            IF BILLS-LISTED = ZERO AND
                  UNKEYED-COUNT = ZERO AND
                  MISSING-COUNT = ZERO
                MOVE "NO UTILITY BILLS FOR THE RANGE"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER
            ELSE
                PERFORM PRINT-THE-TOTALS.

            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT UTILITY-USAGE-FILE.
            OPEN INPUT UTILITY-ACCOUNT-FILE.
            OPEN INPUT VENDOR-FILE.
            MOVE "UTLRPT01" TO SPOOL-NAME-REPORT-ID.
            MOVE "UTILITY CONSUMPTION" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE UTILITY-USAGE-FILE.
            CLOSE UTILITY-ACCOUNT-FILE.
            CLOSE VENDOR-FILE.
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
            MOVE "ENTER SPIKE PERCENT (0 = 25)?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO SPIKE-PERCENT.
            IF SPIKE-PERCENT = ZERO
                MOVE 25 TO SPIKE-PERCENT.

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

       PRINT-THE-HEADINGS.
            MOVE TITLE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE REPORT-COMPANY TO RANGE-COMPANY.
            MOVE FROM-MONTH TO RANGE-FROM.
            MOVE THROUGH-MONTH TO RANGE-THROUGH.
            MOVE SPIKE-PERCENT TO RANGE-SPIKE.
            MOVE RANGE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            MOVE COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * ONE SERVICE ACCOUNT
      *--------------------------------
      * The history key brings each location's bills from each
      * vendor together, oldest read first; templated bills with
      * no reads yet lead the group.
       REPORT-ONE-ACCOUNT.
            MOVE UTLU-LOCATION TO CURRENT-LOCATION.
            MOVE UTLU-VENDOR TO CURRENT-VENDOR.
            MOVE "N" TO ACCOUNT-HEADING-DONE.
            MOVE "N" TO BILL-IN-RANGE.
            MOVE ZERO TO HISTORY-COUNT.
            PERFORM READ-THE-ACCOUNT.
            PERFORM REPORT-ONE-BILL
               UNTIL USAGE-FILE-AT-END = "Y" OR
                  UTLU-LOCATION NOT = CURRENT-LOCATION OR
                  UTLU-VENDOR NOT = CURRENT-VENDOR.
            PERFORM CHECK-FOR-MISSING-BILL.

       REPORT-ONE-BILL.
            IF UTLU-COMPANY = REPORT-COMPANY
                IF UTLU-USAGE-NOT-KEYED
                    PERFORM REPORT-UNKEYED-BILL
                ELSE
                    PERFORM REPORT-KEYED-BILL.
            PERFORM READ-NEXT-USAGE-RECORD.

       REPORT-UNKEYED-BILL.
            MOVE UTLU-VOUCHER-DATE (1 : 6) TO BILL-MONTH.
            IF BILL-MONTH NOT < FROM-MONTH AND
                  BILL-MONTH NOT > THROUGH-MONTH
                PERFORM PRINT-THE-UNKEYED-BILL.

       PRINT-THE-UNKEYED-BILL.
            PERFORM PRINT-ACCOUNT-HEADING.
            MOVE "Y" TO BILL-IN-RANGE.
            MOVE UTLU-VOUCHER TO PRINT-UNKEYED-VOUCHER.
            MOVE UTLU-VOUCHER-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-UNKEYED-DATE.
            MOVE UTLU-AMOUNT TO PRINT-UNKEYED-AMOUNT.
            MOVE UNKEYED-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            ADD 1 TO UNKEYED-COUNT.
            ADD UTLU-AMOUNT TO TOTAL-COST.

      * Every keyed bill is compared, in range or not, so the first
      * bill in the range has its prior and last year's to go by.
       REPORT-KEYED-BILL.
            COMPUTE BILL-DAYS =
               FUNCTION INTEGER-OF-DATE (UTLU-READ-THRU) -
               FUNCTION INTEGER-OF-DATE (UTLU-READ-FROM) + 1.
            COMPUTE BILL-DAILY-USAGE ROUNDED =
               UTLU-USAGE / BILL-DAYS.
            MOVE UTLU-READ-THRU (1 : 6) TO BILL-MONTH.
            MOVE "N" TO PRIOR-COMPARED.
            MOVE "N" TO LAST-YEAR-FOUND.
            MOVE "N" TO LAST-YEAR-COMPARED.
            MOVE ZERO TO READ-GAP-DAYS.
            IF HISTORY-COUNT > ZERO
                PERFORM COMPARE-WITH-PRIOR-BILL.
            COMPUTE LAST-YEAR-MONTH = BILL-MONTH - 100.
            PERFORM FIND-LAST-YEAR-BILL
               VARYING HISTORY-INDEX FROM 1 BY 1
               UNTIL HISTORY-INDEX > HISTORY-COUNT.
            IF LAST-YEAR-FOUND = "Y"
                PERFORM COMPARE-WITH-LAST-YEAR.
            IF BILL-MONTH NOT < FROM-MONTH AND
                  BILL-MONTH NOT > THROUGH-MONTH
                PERFORM PRINT-THE-KEYED-BILL.
            PERFORM ADD-TO-HISTORY.

      * A negative gap is an overlap with the prior bill's reads;
      * a positive one is days nobody billed.
       COMPARE-WITH-PRIOR-BILL.
            COMPUTE READ-GAP-DAYS =
               FUNCTION INTEGER-OF-DATE (UTLU-READ-FROM) -
               FUNCTION INTEGER-OF-DATE
                  (HIST-READ-THRU (HISTORY-COUNT)) - 1.
            MOVE HIST-DAILY-USAGE (HISTORY-COUNT) TO PRIOR-DAILY-USAGE.
            IF PRIOR-DAILY-USAGE NOT = ZERO
                MOVE "Y" TO PRIOR-COMPARED
                COMPUTE PRIOR-CHANGE ROUNDED =
                   (BILL-DAILY-USAGE - PRIOR-DAILY-USAGE) * 100 /
                   PRIOR-DAILY-USAGE
                   ON SIZE ERROR MOVE 9999 TO PRIOR-CHANGE.

       FIND-LAST-YEAR-BILL.
            IF HIST-MONTH (HISTORY-INDEX) = LAST-YEAR-MONTH
                MOVE "Y" TO LAST-YEAR-FOUND
                MOVE HIST-DAILY-USAGE (HISTORY-INDEX)
                   TO LAST-YEAR-DAILY-USAGE.

       COMPARE-WITH-LAST-YEAR.
            IF LAST-YEAR-DAILY-USAGE NOT = ZERO
                MOVE "Y" TO LAST-YEAR-COMPARED
                COMPUTE LAST-YEAR-CHANGE ROUNDED =
                   (BILL-DAILY-USAGE - LAST-YEAR-DAILY-USAGE) * 100 /
                   LAST-YEAR-DAILY-USAGE
                   ON SIZE ERROR MOVE 9999 TO LAST-YEAR-CHANGE.

       PRINT-THE-KEYED-BILL.
            PERFORM PRINT-ACCOUNT-HEADING.
            MOVE "Y" TO BILL-IN-RANGE.
            MOVE SPACE TO DETAIL-LINE.
            MOVE UTLU-VOUCHER TO PRINT-VOUCHER.
            MOVE UTLU-READ-FROM TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-READ-FROM.
            MOVE UTLU-READ-THRU TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-READ-THRU.
            MOVE UTLU-USAGE TO PRINT-USAGE.
            MOVE UTLU-AMOUNT TO PRINT-AMOUNT.
            COMPUTE COST-PER-UNIT ROUNDED = UTLU-AMOUNT / UTLU-USAGE
               ON SIZE ERROR MOVE 999.9999 TO COST-PER-UNIT.
            MOVE COST-PER-UNIT TO PRINT-COST-PER-UNIT.
            IF PRIOR-COMPARED = "Y"
                MOVE PRIOR-CHANGE TO PRINT-PRIOR-CHANGE
            ELSE
                MOVE SPACES TO PRINT-PRIOR-CHANGE-X.
            IF LAST-YEAR-COMPARED = "Y"
                MOVE LAST-YEAR-CHANGE TO PRINT-LAST-YEAR-CHANGE
            ELSE
                MOVE SPACES TO PRINT-LAST-YEAR-CHANGE-X.
            MOVE UTLU-READ-TYPE TO PRINT-READ-TYPE.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            ADD 1 TO BILLS-LISTED.
            ADD UTLU-AMOUNT TO TOTAL-COST.
            PERFORM PRINT-THE-BILL-FLAGS.

       PRINT-THE-BILL-FLAGS.
            MOVE "N" TO BILL-IS-SPIKE.
            IF PRIOR-COMPARED = "Y" AND
                  PRIOR-CHANGE > SPIKE-PERCENT
                MOVE "Y" TO BILL-IS-SPIKE
                MOVE PRIOR-CHANGE TO PRINT-SPIKE-PERCENT
                MOVE "THE PRIOR BILL" TO PRINT-SPIKE-AGAINST
                MOVE SPIKE-FLAG TO PRINT-FLAG
                PERFORM WRITE-FLAG-LINE.
            IF LAST-YEAR-COMPARED = "Y" AND
                  LAST-YEAR-CHANGE > SPIKE-PERCENT
                MOVE "Y" TO BILL-IS-SPIKE
                MOVE LAST-YEAR-CHANGE TO PRINT-SPIKE-PERCENT
                MOVE "THE SAME MONTH LAST YEAR" TO PRINT-SPIKE-AGAINST
                MOVE SPIKE-FLAG TO PRINT-FLAG
                PERFORM WRITE-FLAG-LINE.
            IF BILL-IS-SPIKE = "Y"
                ADD 1 TO SPIKE-COUNT.
            IF READ-GAP-DAYS < ZERO
                ADD 1 TO OVERLAP-COUNT
                MOVE "READS OVERLAP THE PRIOR BILL - DOUBLE BILLED?"
                   TO PRINT-FLAG
                PERFORM WRITE-FLAG-LINE.
            IF READ-GAP-DAYS > ZERO
                ADD 1 TO GAP-COUNT
                MOVE READ-GAP-DAYS TO PRINT-GAP-DAYS
                MOVE GAP-FLAG TO PRINT-FLAG
                PERFORM WRITE-FLAG-LINE.
            IF UTLU-ESTIMATED-READ
                ADD 1 TO ESTIMATED-COUNT
                MOVE "ESTIMATED READ - EXPECT A TRUE-UP BILL"
                   TO PRINT-FLAG
                PERFORM WRITE-FLAG-LINE.

       WRITE-FLAG-LINE.
            MOVE FLAG-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       ADD-TO-HISTORY.
            IF HISTORY-COUNT = 36
                PERFORM SHIFT-ONE-HISTORY-ENTRY
                   VARYING HISTORY-INDEX FROM 1 BY 1
                   UNTIL HISTORY-INDEX > 35
                SUBTRACT 1 FROM HISTORY-COUNT.
            ADD 1 TO HISTORY-COUNT.
            MOVE UTLU-READ-THRU TO HIST-READ-THRU (HISTORY-COUNT).
            MOVE BILL-MONTH TO HIST-MONTH (HISTORY-COUNT).
            MOVE BILL-DAILY-USAGE TO HIST-DAILY-USAGE (HISTORY-COUNT).

       SHIFT-ONE-HISTORY-ENTRY.
            MOVE HISTORY-ENTRY (HISTORY-INDEX + 1)
               TO HISTORY-ENTRY (HISTORY-INDEX).

      * An open account whose last bill read through before the
      * range has had no bill since - one is missing.
       CHECK-FOR-MISSING-BILL.
            IF BILL-IN-RANGE = "N" AND
                  HISTORY-COUNT > ZERO AND
                  ACCOUNT-RECORD-FOUND = "Y" AND
                  UTLA-ACCOUNT-ACTIVE
                IF HIST-MONTH (HISTORY-COUNT) < FROM-MONTH
                    PERFORM PRINT-ACCOUNT-HEADING
                    ADD 1 TO MISSING-COUNT
                    MOVE HIST-READ-THRU (HISTORY-COUNT)
                       TO DATE-CCYYMMDD
                    PERFORM FORMAT-THE-DATE
                    MOVE FORMATTED-DATE TO PRINT-LAST-READ-THRU
                    MOVE MISSING-FLAG TO PRINT-FLAG
                    PERFORM WRITE-FLAG-LINE.

       PRINT-ACCOUNT-HEADING.
            IF ACCOUNT-HEADING-DONE = "N"
                MOVE "Y" TO ACCOUNT-HEADING-DONE
                PERFORM LINE-FEED
                MOVE LOCATION-LINE TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER
                MOVE VENDOR-LINE TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

      * The heading lines are built as the account is entered; the
      * unit is the bills' own when the account has gone.
       READ-THE-ACCOUNT.
            MOVE CURRENT-VENDOR TO UTLA-VENDOR.
            MOVE CURRENT-LOCATION TO UTLA-LOCATION.
            MOVE "Y" TO ACCOUNT-RECORD-FOUND.
            READ UTILITY-ACCOUNT-FILE RECORD
               INVALID KEY
               MOVE "N" TO ACCOUNT-RECORD-FOUND.
            MOVE CURRENT-LOCATION TO PRINT-LOCATION.
            MOVE SPACES TO PRINT-ACCOUNT-CLOSED.
            IF ACCOUNT-RECORD-FOUND = "N"
                MOVE "**NOT ON FILE**" TO PRINT-LOCATION-NAME
                MOVE UTLU-UNIT TO PRINT-UNIT
            ELSE
                MOVE UTLA-DESCRIPTION TO PRINT-LOCATION-NAME
                MOVE UTLA-UNIT TO PRINT-UNIT
                IF UTLA-ACCOUNT-CLOSED
                    MOVE "(CLOSED)" TO PRINT-ACCOUNT-CLOSED.
            MOVE CURRENT-VENDOR TO PRINT-VENDOR.
            MOVE CURRENT-VENDOR TO VENDOR-NUMBER.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.
            IF VENDOR-RECORD-FOUND = "N"
                MOVE "**NOT FOUND**" TO PRINT-VENDOR-NAME
            ELSE
                MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.

      *--------------------------------
      * TOTALS
      *--------------------------------
       PRINT-THE-TOTALS.
            PERFORM LINE-FEED.
            MOVE SPACE TO TOTAL-LINE.
            MOVE "BILLS LISTED" TO PRINT-TOTAL-LABEL.
            MOVE BILLS-LISTED TO PRINT-TOTAL-COUNT.
            MOVE TOTAL-COST TO PRINT-TOTAL-AMOUNT.
            PERFORM WRITE-TOTAL-LINE.
            MOVE SPACE TO TOTAL-LINE.
            MOVE "USAGE NOT KEYED" TO PRINT-TOTAL-LABEL.
            MOVE UNKEYED-COUNT TO PRINT-TOTAL-COUNT.
            PERFORM WRITE-TOTAL-LINE.
            MOVE SPACE TO TOTAL-LINE.
            MOVE "USAGE SPIKES" TO PRINT-TOTAL-LABEL.
            MOVE SPIKE-COUNT TO PRINT-TOTAL-COUNT.
            PERFORM WRITE-TOTAL-LINE.
            MOVE SPACE TO TOTAL-LINE.
            MOVE "OVERLAPPING SERVICE PERIODS" TO PRINT-TOTAL-LABEL.
            MOVE OVERLAP-COUNT TO PRINT-TOTAL-COUNT.
            PERFORM WRITE-TOTAL-LINE.
            MOVE SPACE TO TOTAL-LINE.
            MOVE "GAPS IN SERVICE PERIODS" TO PRINT-TOTAL-LABEL.
            MOVE GAP-COUNT TO PRINT-TOTAL-COUNT.
            PERFORM WRITE-TOTAL-LINE.
            MOVE SPACE TO TOTAL-LINE.
            MOVE "ESTIMATED READS" TO PRINT-TOTAL-LABEL.
            MOVE ESTIMATED-COUNT TO PRINT-TOTAL-COUNT.
            PERFORM WRITE-TOTAL-LINE.
            MOVE SPACE TO TOTAL-LINE.
            MOVE "ACCOUNTS MISSING A BILL" TO PRINT-TOTAL-LABEL.
            MOVE MISSING-COUNT TO PRINT-TOTAL-COUNT.
            PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
            MOVE TOTAL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       START-THE-HISTORY.
            MOVE "N" TO USAGE-FILE-AT-END.
            MOVE LOW-VALUES TO UTLU-HISTORY-KEY.
            START UTILITY-USAGE-FILE
               KEY IS NOT LESS THAN UTLU-HISTORY-KEY
               INVALID KEY
               MOVE "Y" TO USAGE-FILE-AT-END.

       READ-NEXT-USAGE-RECORD.
            READ UTILITY-USAGE-FILE NEXT RECORD
               AT END MOVE "Y" TO USAGE-FILE-AT-END.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "dtfmt01.cbl".
            COPY "plnumval01.cbl".

            COPY "plspool01.cbl".
