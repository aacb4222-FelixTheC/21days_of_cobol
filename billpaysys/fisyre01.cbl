      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Fiscal year-end rollover for the signed-on company - the
      * January checklist, run in one pass and audit-logged
      * (fdaudit01.cbl) a step at a time. Restricted to
      * OPERATOR-AUTH-CONTROL holders, like fismnt01.cbl.
      *
      * It will not run until every one of the year's thirteen
      * periods (fdfiscal.cbl) is closed. Then:
      *   1 - next year's thirteen periods are set up from this
      *       year's, on one of two patterns:
      *         M)onth-end - each date moved on a calendar year, a
      *                      month-end date staying a month end
      *                      (so February follows the leap years);
      *         W)eek      - each date moved on 364 days, keeping
      *                      4-4-5 or four-week periods on the same
      *                      weekday.
      *       Period 1 is opened so posting can carry on; the rest
      *       go on as future. If any of next year is already on
      *       file it is left exactly as keyed.
      *   2 - this year's budget (fdbudget.cbl, periods CCYY01-
      *       CCYY12) is copied into next year, raised by the
      *       inflation percent keyed (zero copies it as it is),
      *       for the departments to review in budmnt01.cbl. A
      *       next-year budget line already keyed is not touched.
      *   3 - the tax year is locked against 1099 adjustments
      *       (CONTROL-1099-LOCKED-YEAR, enforced by vnd1099a.cbl) -
      *       but only once its IRS file (IRSTAX, built after the
      *       year ended) shows on the transmission log as sent or
      *       accepted. Until then it is left open and the year end
      *       can be run again after filing to lock it.
      *   4 - the company's open items are frozen as of the last
      *       day of the year (fdopsnp01.cbl, the vchclo01.cbl
      *       snapshot - vchage01.cbl and vchprf01.cbl can reprint
      *       from it). If the last month's close already froze
      *       that day, its snapshot stands as the year-end one.
      * The report (spooled as FISYRE01) carries the control totals
      * of every step for the audit file - the open items by aging
      * bucket proved against CONTROL-OPEN-AP-TOTAL.
      * A second run of the same year repeats nothing already done.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fisyre01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slfiscal.cbl".
            COPY "slbudget.cbl".
            COPY "slcontrol.cbl".
            COPY "slvouch.cbl".
            COPY "slopsnp01.cbl".
            COPY "slxmit01.cbl".
            COPY "slaudit01.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".
            COPY "sljrnl01.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdfiscal.cbl".
            COPY "fdbudget.cbl".
            COPY "fdcontrol.cbl".
            COPY "fdvouch.cbl".
            COPY "fdopsnp01.cbl".
            COPY "fdxmit01.cbl".
            COPY "fdaudit01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdjrnl01.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".
            COPY "wsctllck.cbl".

       77   CLOSING-YEAR                  PIC 9(4).
       77   NEXT-YEAR                     PIC 9(4).
       77   OK-TO-RUN                     PIC X.
       77   YEAR-IS-READY                 PIC X.
       77   FISCAL-AT-END                 PIC X.
       77   PERIODS-ON-FILE               PIC 99.
       77   PERIODS-NOT-CLOSED            PIC 99.
       77   YEAR-END-DATE                 PIC 9(8).
       77   PERIOD-INDEX                  PIC 99.

       01   CLOSING-PERIODS.
            05 CLOSING-PERIOD             OCCURS 13 TIMES.
               10 CLOSING-START-DATE      PIC 9(8).
               10 CLOSING-END-DATE        PIC 9(8).

      * Step 1 - next year's calendar.
       77   CALENDAR-PATTERN              PIC X.
            88 PATTERN-IS-MONTH-END       VALUE "M".
            88 PATTERN-IS-WEEK            VALUE "W".
       77   NEXT-YEAR-ON-FILE             PIC X.
       77   PERIODS-WRITTEN               PIC 99 VALUE ZERO.
       77   SHIFT-INTEGER                 PIC 9(7).
       77   SHIFT-DATE-OUT                PIC 9(8).
       01   SHIFT-DATE-IN                 PIC 9(8).
       01   FILLER REDEFINES SHIFT-DATE-IN.
            05 SHIFT-IN-YEAR              PIC 9(4).
            05 SHIFT-IN-MONTH             PIC 99.
            05 SHIFT-IN-DAY               PIC 99.
       77   MONTH-END-YEAR                PIC 9(4).
       77   MONTH-END-MONTH               PIC 99.
       77   MONTH-END-DAY                 PIC 99.
       01   FIRST-OF-NEXT-MONTH           PIC 9(8).
       01   FILLER REDEFINES FIRST-OF-NEXT-MONTH.
            05 FIRST-OF-NEXT-YEAR         PIC 9(4).
            05 FIRST-OF-NEXT-MM           PIC 99.
            05 FIRST-OF-NEXT-DD           PIC 99.
       01   LAST-OF-THE-MONTH             PIC 9(8).
       01   FILLER REDEFINES LAST-OF-THE-MONTH.
            05 FILLER                     PIC 9(6).
            05 LAST-OF-THE-MONTH-DD       PIC 99.
       77   IN-WAS-MONTH-END              PIC X.

      * Step 2 - budget.
       77   INFLATION-PERCENT-FIELD       PIC Z9.99.
       77   INFLATION-PERCENT             PIC 99V99.
       77   BUDGET-AT-END                 PIC X.
       77   BUDGET-FIRST-PERIOD           PIC 9(6).
       77   BUDGET-LAST-PERIOD            PIC 9(6).
       77   BUDGET-LINES-COPIED           PIC 9(5) VALUE ZERO.
       77   BUDGET-LINES-KEPT             PIC 9(5) VALUE ZERO.
       77   BUDGET-OLD-TOTAL              PIC S9(11)V99 VALUE ZERO.
       77   BUDGET-NEW-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01   SAVED-BUDGET-KEY              PIC X(12).

      * Step 3 - 1099 lock.
       77   TAX-YEAR-FILED                PIC X.
       77   XMIT-AT-END                   PIC X.
       77   LOCK-RESULT                   PIC X(60).

      * Step 4 - open-item snapshot.
       77   VOUCHER-FILE-AT-END           PIC X.
       77   SNAPSHOT-FILE-AT-END          PIC X.
       77   SNAPSHOT-ALREADY-TAKEN        PIC X.
       77   SNAPSHOT-DATE-TAKEN           PIC 9(8).
       77   SNAPSHOT-CONTROL-TOTAL        PIC S9(9)V99 VALUE ZERO.
       77   SNAPSHOT-COUNT                PIC 9(5) VALUE ZERO.
       77   SNAPSHOT-TOTAL                PIC S9(9)V99 VALUE ZERO.
       77   SNAPSHOT-DISPUTE-TOTAL        PIC S9(9)V99 VALUE ZERO.
       77   SNAPSHOT-DIFFERENCE           PIC S9(9)V99.
       01   BUCKET-TOTALS.
            05 BUCKET-ENTRY               OCCURS 5 TIMES.
               10 BUCKET-COUNT            PIC 9(5).
               10 BUCKET-AMOUNT           PIC S9(9)V99.
       77   BUCKET-INDEX                  PIC 9.
       01   BUCKET-NAMES.
            05 FILLER                     PIC X(10) VALUE "CURRENT".
            05 FILLER                     PIC X(10) VALUE "1-30".
            05 FILLER                     PIC X(10) VALUE "31-60".
            05 FILLER                     PIC X(10) VALUE "61-90".
            05 FILLER                     PIC X(10) VALUE "OVER 90".
       01   FILLER REDEFINES BUCKET-NAMES.
            05 BUCKET-NAME                PIC X(10) OCCURS 5 TIMES.

      * Report lines.
       77   PRINT-DATE-1                  PIC Z9/99/9999.
       77   PRINT-DATE-2                  PIC Z9/99/9999.
       77   PRINT-COUNT                   PIC ZZZZ9.
       77   PRINT-AMOUNT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       77   PRINT-AMOUNT-2                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       77   PRINT-PERCENT                 PIC Z9.99.

      * Working storage for the shared system-wide audit trail
      * (fdaudit01.cbl), on the vchclo01.cbl pattern.
       77   LAST-SYSTEM-AUDIT-DATE        PIC 9(8) VALUE ZERO.
       77   LAST-SYSTEM-AUDIT-TIME        PIC 9(8) VALUE ZERO.
       77   SYSTEM-AUDIT-SEQ-COUNTER      PIC 9(2) VALUE ZERO.
       77   SYSTEM-AUDIT-SAVED-IMAGE      PIC X(600).

            COPY "wssignon01.cbl".
            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsnumval01.cbl".
            COPY "wsjrnl01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "C" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            MOVE OPERATOR-ID TO JOURNAL-BY-OPERATOR.
            MOVE OPERATOR-ID TO SPOOL-BY-OPERATOR.
            MOVE "FISYRE01" TO SPOOL-NAME-REPORT-ID.
            MOVE "FISCAL YEAR-END ROLLOVER" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.
            PERFORM ENTER-CLOSING-YEAR.
            PERFORM PRINT-THE-HEADING.
            PERFORM CHECK-THE-YEAR.
            IF YEAR-IS-READY = "Y"
                PERFORM ASK-OK-TO-RUN
                IF OK-TO-RUN = "Y"
                    PERFORM RUN-THE-YEAR-END
                ELSE
                    MOVE "YEAR END NOT RUN - OPERATOR DECLINED"
                       TO PRINTER-RECORD
                    PERFORM WRITE-TO-PRINTER.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN I-O FISCAL-CALENDAR-FILE.
            OPEN I-O BUDGET-FILE.
            OPEN I-O CONTROL-FILE.
            OPEN INPUT VOUCHER-FILE.
            OPEN I-O OPEN-SNAPSHOT-FILE.
            OPEN INPUT TRANSMISSION-LOG-FILE.
            OPEN I-O SYSTEM-AUDIT-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            OPEN EXTEND JOURNAL-FILE.
            MOVE "FISYRE01" TO JOURNAL-PROGRAM-NAME.

       CLOSING-PROCEDURE.
            CLOSE FISCAL-CALENDAR-FILE.
            CLOSE BUDGET-FILE.
            CLOSE CONTROL-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE OPEN-SNAPSHOT-FILE.
            CLOSE TRANSMISSION-LOG-FILE.
            CLOSE SYSTEM-AUDIT-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
            CLOSE JOURNAL-FILE.
            CLOSE PRINTER-FILE.

      *--------------------------------
      * OPERATOR SIGN-ON
      *--------------------------------
            COPY "plsignon01.cbl".

       ENTER-CLOSING-YEAR.
            MOVE "ENTER FISCAL YEAR TO CLOSE (CCYY)"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO CLOSING-YEAR.
            IF CLOSING-YEAR < 1900
                DISPLAY "A FOUR-DIGIT YEAR IS REQUIRED"
                PERFORM ENTER-CLOSING-YEAR.
            COMPUTE NEXT-YEAR = CLOSING-YEAR + 1.

       PRINT-THE-HEADING.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "FISCAL YEAR-END ROLLOVER - COMPANY "
               CURRENT-COMPANY "  FISCAL YEAR " CLOSING-YEAR
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "RUN BY " OPERATOR-ID
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

      *--------------------------------
      * THE YEAR MUST BE CLOSED
      *--------------------------------
       CHECK-THE-YEAR.
            MOVE ZERO TO PERIODS-ON-FILE.
            MOVE ZERO TO PERIODS-NOT-CLOSED.
            MOVE ZEROES TO YEAR-END-DATE.
            MOVE ZEROES TO CLOSING-PERIODS.
            MOVE CLOSING-YEAR TO FISCAL-YEAR.
            MOVE ZEROES TO FISCAL-PERIOD.
            MOVE "N" TO FISCAL-AT-END.
            START FISCAL-CALENDAR-FILE
               KEY IS NOT LESS THAN FISCAL-KEY
               INVALID KEY
               MOVE "Y" TO FISCAL-AT-END.
            PERFORM CHECK-ONE-PERIOD
               UNTIL FISCAL-AT-END = "Y".
            MOVE "Y" TO YEAR-IS-READY.
            MOVE SPACES TO PRINTER-RECORD.
            IF PERIODS-ON-FILE NOT = 13
                MOVE "N" TO YEAR-IS-READY
                STRING "REFUSED - " PERIODS-ON-FILE
                   " OF THE YEAR'S 13 PERIODS ARE ON FILE"
                   DELIMITED BY SIZE INTO PRINTER-RECORD
            ELSE
                IF PERIODS-NOT-CLOSED NOT = ZERO
                    MOVE "N" TO YEAR-IS-READY
                    STRING "REFUSED - " PERIODS-NOT-CLOSED
                       " PERIOD(S) OF THE YEAR ARE NOT CLOSED"
                       DELIMITED BY SIZE INTO PRINTER-RECORD
                ELSE
                    STRING "ALL 13 PERIODS OF " CLOSING-YEAR
                       " ARE CLOSED"
                       DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            DISPLAY PRINTER-RECORD.
            PERFORM LINE-FEED.

       CHECK-ONE-PERIOD.
            READ FISCAL-CALENDAR-FILE NEXT RECORD
               AT END MOVE "Y" TO FISCAL-AT-END.
            IF FISCAL-AT-END NOT = "Y"
                IF FISCAL-YEAR NOT = CLOSING-YEAR
                    MOVE "Y" TO FISCAL-AT-END
                ELSE
                    PERFORM NOTE-ONE-PERIOD.

       NOTE-ONE-PERIOD.
            ADD 1 TO PERIODS-ON-FILE.
            IF NOT FISCAL-STATUS-CLOSED
                ADD 1 TO PERIODS-NOT-CLOSED
                MOVE SPACES TO PRINTER-RECORD
                STRING "  PERIOD " FISCAL-PERIOD " IS STILL "
                   FISCAL-STATUS " (F/O) - CLOSE IT IN FISMNT01"
                   DELIMITED BY SIZE INTO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            IF FISCAL-PERIOD > 0 AND FISCAL-PERIOD < 14
                MOVE FISCAL-START-DATE
                   TO CLOSING-START-DATE (FISCAL-PERIOD)
                MOVE FISCAL-END-DATE
                   TO CLOSING-END-DATE (FISCAL-PERIOD).
            IF FISCAL-END-DATE > YEAR-END-DATE
                MOVE FISCAL-END-DATE TO YEAR-END-DATE.

       ASK-OK-TO-RUN.
            PERFORM ACCEPT-OK-TO-RUN.
            PERFORM RE-ACCEPT-OK-TO-RUN
               UNTIL OK-TO-RUN = "Y" OR "N".

       ACCEPT-OK-TO-RUN.
            DISPLAY "RUN THE YEAR END FOR " CLOSING-YEAR " (Y/N)?".
            ACCEPT OK-TO-RUN.
            INSPECT OK-TO-RUN
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-OK-TO-RUN.
            DISPLAY "YOU MUST ENTER YES (Y) OR NO (N)".
            PERFORM ACCEPT-OK-TO-RUN.

       RUN-THE-YEAR-END.
            PERFORM SET-UP-NEXT-YEAR.
            PERFORM ROLL-THE-BUDGET.
            PERFORM LOCK-THE-TAX-YEAR.
            PERFORM FREEZE-THE-OPEN-ITEMS.
            MOVE "*** END OF YEAR-END ROLLOVER ***" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * 1 - NEXT YEAR'S CALENDAR
      *--------------------------------
       SET-UP-NEXT-YEAR.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "1 - FISCAL CALENDAR FOR " NEXT-YEAR
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM CHECK-NEXT-YEAR-ON-FILE.
            IF NEXT-YEAR-ON-FILE = "Y"
                MOVE "  ALREADY SET UP - LEFT AS KEYED"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER
            ELSE
                PERFORM ENTER-CALENDAR-PATTERN
                PERFORM WRITE-ONE-NEW-PERIOD
                   VARYING PERIOD-INDEX FROM 1 BY 1
                   UNTIL PERIOD-INDEX > 13
                MOVE SPACES TO PRINTER-RECORD
                STRING "  PERIODS SET UP: " PERIODS-WRITTEN
                   "  PATTERN: " CALENDAR-PATTERN
                   "  (PERIOD 01 OPENED)"
                   DELIMITED BY SIZE INTO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

       CHECK-NEXT-YEAR-ON-FILE.
            MOVE "N" TO NEXT-YEAR-ON-FILE.
            MOVE NEXT-YEAR TO FISCAL-YEAR.
            MOVE ZEROES TO FISCAL-PERIOD.
            START FISCAL-CALENDAR-FILE
               KEY IS NOT LESS THAN FISCAL-KEY
               INVALID KEY
               MOVE "Y" TO FISCAL-AT-END.
            READ FISCAL-CALENDAR-FILE NEXT RECORD
               AT END MOVE "Y" TO FISCAL-AT-END
               NOT AT END
               IF FISCAL-YEAR = NEXT-YEAR
                   MOVE "Y" TO NEXT-YEAR-ON-FILE
               END-IF
            END-READ.

       ENTER-CALENDAR-PATTERN.
            DISPLAY "NEXT YEAR'S PERIODS - M)ONTH-END PATTERN OR".
            DISPLAY "W)EEK PATTERN (364 DAYS ON)?".
            ACCEPT CALENDAR-PATTERN.
            INSPECT CALENDAR-PATTERN
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            IF NOT PATTERN-IS-MONTH-END AND NOT PATTERN-IS-WEEK
                DISPLAY "YOU MUST ENTER M OR W"
                PERFORM ENTER-CALENDAR-PATTERN.

       WRITE-ONE-NEW-PERIOD.
            MOVE NEXT-YEAR TO FISCAL-YEAR.
            MOVE PERIOD-INDEX TO FISCAL-PERIOD.
            MOVE CLOSING-START-DATE (PERIOD-INDEX) TO SHIFT-DATE-IN.
            PERFORM SHIFT-THE-DATE.
            MOVE SHIFT-DATE-OUT TO FISCAL-START-DATE.
            MOVE CLOSING-END-DATE (PERIOD-INDEX) TO SHIFT-DATE-IN.
            PERFORM SHIFT-THE-DATE.
            MOVE SHIFT-DATE-OUT TO FISCAL-END-DATE.
            IF PERIOD-INDEX = 1
                MOVE "O" TO FISCAL-STATUS
            ELSE
                MOVE "F" TO FISCAL-STATUS.
            WRITE FISCAL-CALENDAR-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING PERIOD " FISCAL-KEY
               NOT INVALID KEY
               ADD 1 TO PERIODS-WRITTEN
               MOVE SPACES TO SYSTEM-AUDIT-SAVED-IMAGE
               MOVE FISCAL-CALENDAR-RECORD TO SYSTEM-AUDIT-AFTER-IMAGE
               MOVE FISCAL-KEY TO SYSTEM-AUDIT-RECORD-KEY
               MOVE "ADD" TO SYSTEM-AUDIT-OPERATION
               PERFORM WRITE-SYSTEM-AUDIT-RECORD
            END-WRITE.
            MOVE FISCAL-START-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-DATE-1.
            MOVE FISCAL-END-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-DATE-2.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "  PERIOD " FISCAL-PERIOD "  " PRINT-DATE-1
               " - " PRINT-DATE-2 "  STATUS " FISCAL-STATUS
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      * Moves SHIFT-DATE-IN on by the pattern into SHIFT-DATE-OUT.
       SHIFT-THE-DATE.
            IF PATTERN-IS-WEEK
                COMPUTE SHIFT-INTEGER =
                   FUNCTION INTEGER-OF-DATE (SHIFT-DATE-IN) + 364
                COMPUTE SHIFT-DATE-OUT =
                   FUNCTION DATE-OF-INTEGER (SHIFT-INTEGER)
            ELSE
                PERFORM SHIFT-A-CALENDAR-YEAR.

       SHIFT-A-CALENDAR-YEAR.
            MOVE SHIFT-IN-YEAR TO MONTH-END-YEAR.
            MOVE SHIFT-IN-MONTH TO MONTH-END-MONTH.
            PERFORM FIND-THE-MONTH-END.
            MOVE "N" TO IN-WAS-MONTH-END.
            IF SHIFT-IN-DAY = MONTH-END-DAY
                MOVE "Y" TO IN-WAS-MONTH-END.
            ADD 1 TO MONTH-END-YEAR.
            PERFORM FIND-THE-MONTH-END.
            COMPUTE SHIFT-DATE-OUT =
               (MONTH-END-YEAR * 10000) + (SHIFT-IN-MONTH * 100).
            IF IN-WAS-MONTH-END = "Y"
                ADD MONTH-END-DAY TO SHIFT-DATE-OUT
            ELSE
                ADD SHIFT-IN-DAY TO SHIFT-DATE-OUT.

      * The last day of MONTH-END-MONTH in MONTH-END-YEAR - the day
      * before the first of the month after.
       FIND-THE-MONTH-END.
            IF MONTH-END-MONTH = 12
                COMPUTE FIRST-OF-NEXT-YEAR = MONTH-END-YEAR + 1
                MOVE 01 TO FIRST-OF-NEXT-MM
            ELSE
                MOVE MONTH-END-YEAR TO FIRST-OF-NEXT-YEAR
                COMPUTE FIRST-OF-NEXT-MM = MONTH-END-MONTH + 1.
            MOVE 01 TO FIRST-OF-NEXT-DD.
            COMPUTE SHIFT-INTEGER =
               FUNCTION INTEGER-OF-DATE (FIRST-OF-NEXT-MONTH) - 1.
            COMPUTE LAST-OF-THE-MONTH =
               FUNCTION DATE-OF-INTEGER (SHIFT-INTEGER).
            MOVE LAST-OF-THE-MONTH-DD TO MONTH-END-DAY.

      *--------------------------------
      * 2 - BUDGET INTO NEXT YEAR
      *--------------------------------
       ROLL-THE-BUDGET.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "2 - BUDGET " CLOSING-YEAR " INTO " NEXT-YEAR
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            DISPLAY "ENTER BUDGET INFLATION PERCENT (NN.NN)".
            DISPLAY "- ZERO COPIES THIS YEAR'S BUDGET AS IT IS".
            ACCEPT INFLATION-PERCENT-FIELD.
            MOVE INFLATION-PERCENT-FIELD TO INFLATION-PERCENT.
            COMPUTE BUDGET-FIRST-PERIOD = (CLOSING-YEAR * 100) + 1.
            COMPUTE BUDGET-LAST-PERIOD = (CLOSING-YEAR * 100) + 12.
            MOVE BUDGET-FIRST-PERIOD TO BUDGET-PERIOD.
            MOVE LOW-VALUES TO BUDGET-GL-CODE.
            MOVE "N" TO BUDGET-AT-END.
            START BUDGET-FILE
               KEY IS NOT LESS THAN BUDGET-KEY
               INVALID KEY
               MOVE "Y" TO BUDGET-AT-END.
            PERFORM READ-NEXT-BUDGET-LINE.
            PERFORM ROLL-ONE-BUDGET-LINE
               UNTIL BUDGET-AT-END = "Y".
            MOVE INFLATION-PERCENT TO PRINT-PERCENT.
            MOVE SPACES TO PRINTER-RECORD.
            MOVE BUDGET-LINES-COPIED TO PRINT-COUNT.
            STRING "  LINES COPIED:     " PRINT-COUNT
               "   INFLATION PERCENT: " PRINT-PERCENT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            MOVE BUDGET-LINES-KEPT TO PRINT-COUNT.
            STRING "  ALREADY KEYED:    " PRINT-COUNT
               "   (LEFT AS THEY WERE)"
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE BUDGET-OLD-TOTAL TO PRINT-AMOUNT.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "  " CLOSING-YEAR " BUDGET COPIED FROM: "
               PRINT-AMOUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE BUDGET-NEW-TOTAL TO PRINT-AMOUNT.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "  " NEXT-YEAR " BUDGET WRITTEN:     "
               PRINT-AMOUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

      * The file is put back at the line just copied after each
      * write, so the scan carries on from where it was.
       ROLL-ONE-BUDGET-LINE.
            MOVE BUDGET-KEY TO SAVED-BUDGET-KEY.
            ADD BUDGET-AMOUNT TO BUDGET-OLD-TOTAL.
            ADD 100 TO BUDGET-PERIOD.
            COMPUTE BUDGET-AMOUNT ROUNDED =
               BUDGET-AMOUNT * (100 + INFLATION-PERCENT) / 100.
            WRITE BUDGET-RECORD
               INVALID KEY
               ADD 1 TO BUDGET-LINES-KEPT
               NOT INVALID KEY
               ADD 1 TO BUDGET-LINES-COPIED
               ADD BUDGET-AMOUNT TO BUDGET-NEW-TOTAL
               MOVE SPACES TO SYSTEM-AUDIT-SAVED-IMAGE
               MOVE BUDGET-RECORD TO SYSTEM-AUDIT-AFTER-IMAGE
               MOVE BUDGET-KEY TO SYSTEM-AUDIT-RECORD-KEY
               MOVE "ADD" TO SYSTEM-AUDIT-OPERATION
               PERFORM WRITE-SYSTEM-AUDIT-RECORD
            END-WRITE.
            MOVE SAVED-BUDGET-KEY TO BUDGET-KEY.
            START BUDGET-FILE
               KEY IS GREATER THAN BUDGET-KEY
               INVALID KEY
               MOVE "Y" TO BUDGET-AT-END.
            PERFORM READ-NEXT-BUDGET-LINE.

       READ-NEXT-BUDGET-LINE.
            IF BUDGET-AT-END NOT = "Y"
                READ BUDGET-FILE NEXT RECORD
                   AT END MOVE "Y" TO BUDGET-AT-END.
            IF BUDGET-AT-END NOT = "Y"
                IF BUDGET-PERIOD > BUDGET-LAST-PERIOD
                    MOVE "Y" TO BUDGET-AT-END.

      *--------------------------------
      * 3 - 1099 TAX-YEAR LOCK
      *--------------------------------
       LOCK-THE-TAX-YEAR.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "3 - 1099 ADJUSTMENTS FOR TAX YEAR " CLOSING-YEAR
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE CURRENT-COMPANY TO CONTROL-KEY.
            PERFORM READ-CONTROL-WITH-RETRY.
            IF CONTROL-FILE-STATUS NOT = "00"
                MOVE "  CONTROL RECORD NOT READ - TAX YEAR NOT LOCKED"
                   TO LOCK-RESULT
            ELSE
                IF CONTROL-1099-LOCKED-YEAR NOT < CLOSING-YEAR
                    MOVE "  ALREADY LOCKED" TO LOCK-RESULT
                ELSE
                    PERFORM CHECK-THE-1099-FILING
                    IF TAX-YEAR-FILED = "Y"
                        PERFORM SET-THE-TAX-YEAR-LOCK
                    ELSE
                        MOVE
                   "  IRS FILE NOT SENT YET - LEFT OPEN; RERUN TO LOCK"
                           TO LOCK-RESULT.
            MOVE LOCK-RESULT TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            DISPLAY LOCK-RESULT.
            PERFORM LINE-FEED.

      * Filed means an IRSTAX file built after the tax year ended
      * that the transmission log shows as sent or accepted.
       CHECK-THE-1099-FILING.
            MOVE "N" TO TAX-YEAR-FILED.
            MOVE "IRSTAX" TO XMIT-FILE-NAME.
            COMPUTE XMIT-BUILT-DATE = (CLOSING-YEAR * 10000) + 1231.
            MOVE 99999999 TO XMIT-BUILT-TIME.
            MOVE "N" TO XMIT-AT-END.
            START TRANSMISSION-LOG-FILE
               KEY IS GREATER THAN XMIT-KEY
               INVALID KEY
               MOVE "Y" TO XMIT-AT-END.
            PERFORM CHECK-ONE-IRS-TRANSMISSION
               UNTIL XMIT-AT-END = "Y".

       CHECK-ONE-IRS-TRANSMISSION.
            READ TRANSMISSION-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO XMIT-AT-END.
            IF XMIT-AT-END NOT = "Y"
                IF XMIT-FILE-NAME NOT = "IRSTAX"
                    MOVE "Y" TO XMIT-AT-END
                ELSE
                    IF XMIT-STATUS-SENT OR XMIT-STATUS-ACCEPTED
                        MOVE "Y" TO TAX-YEAR-FILED
                        MOVE "Y" TO XMIT-AT-END.

      * The control record was read by READ-CONTROL-WITH-RETRY,
      * which parked its before-image for the journal.
       SET-THE-TAX-YEAR-LOCK.
            MOVE CONTROL-RECORD TO SYSTEM-AUDIT-SAVED-IMAGE.
            MOVE CLOSING-YEAR TO CONTROL-1099-LOCKED-YEAR.
            PERFORM REWRITE-CONTROL-WITH-RETRY.
            IF CONTROL-FILE-STATUS = "00"
                MOVE CONTROL-RECORD TO SYSTEM-AUDIT-AFTER-IMAGE
                MOVE CONTROL-KEY TO SYSTEM-AUDIT-RECORD-KEY
                MOVE "CHANGE" TO SYSTEM-AUDIT-OPERATION
                PERFORM WRITE-SYSTEM-AUDIT-RECORD
                MOVE "  IRS FILE SENT - TAX YEAR LOCKED" TO LOCK-RESULT
            ELSE
                MOVE "  CONTROL RECORD NOT UPDATED - TAX YEAR OPEN"
                   TO LOCK-RESULT.

      *--------------------------------
      * 4 - YEAR-END OPEN ITEMS
      *--------------------------------
       FREEZE-THE-OPEN-ITEMS.
            MOVE YEAR-END-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-DATE-1.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "4 - OPEN ITEMS AS OF " PRINT-DATE-1
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM CHECK-FOR-A-SNAPSHOT.
            IF SNAPSHOT-ALREADY-TAKEN = "Y"
                MOVE "  FROZEN BY THE MONTH-END CLOSE - THAT SNAPSHOT"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER
                MOVE "  STANDS AS THE YEAR-END ONE" TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER
            ELSE
                PERFORM TAKE-THE-SNAPSHOT.
            PERFORM TOTAL-THE-SNAPSHOT.
            PERFORM PRINT-THE-CONTROL-TOTALS.

       CHECK-FOR-A-SNAPSHOT.
            MOVE "N" TO SNAPSHOT-ALREADY-TAKEN.
            MOVE CURRENT-COMPANY TO OPSNP-COMPANY.
            MOVE YEAR-END-DATE TO OPSNP-AS-OF.
            MOVE ZEROES TO OPSNP-VOUCHER.
            READ OPEN-SNAPSHOT-FILE RECORD
               INVALID KEY
               MOVE "N" TO SNAPSHOT-ALREADY-TAKEN
               NOT INVALID KEY
               MOVE "Y" TO SNAPSHOT-ALREADY-TAKEN.

      * Taken on the vchclo01.cbl rule - a header at voucher 00000
      * carrying the control total, then every open voucher.
       TAKE-THE-SNAPSHOT.
            MOVE CURRENT-COMPANY TO CONTROL-KEY.
            PERFORM READ-CONTROL-WITH-RETRY.
            ACCEPT SNAPSHOT-DATE-TAKEN FROM DATE YYYYMMDD.
            INITIALIZE OPEN-SNAPSHOT-RECORD.
            MOVE CURRENT-COMPANY TO OPSNP-COMPANY.
            MOVE YEAR-END-DATE TO OPSNP-AS-OF.
            MOVE ZEROES TO OPSNP-VOUCHER.
            MOVE SPACES TO OPSNP-PERIOD-ID.
            STRING "FY" CLOSING-YEAR
               DELIMITED BY SIZE INTO OPSNP-PERIOD-ID.
            MOVE CONTROL-OPEN-AP-TOTAL TO OPSNP-CONTROL-OPEN-AP.
            MOVE SNAPSHOT-DATE-TAKEN TO OPSNP-TAKEN-DATE.
            MOVE OPERATOR-ID TO OPSNP-TAKEN-BY.
            WRITE OPEN-SNAPSHOT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING SNAPSHOT HEADER"
               NOT INVALID KEY
               MOVE SPACES TO SYSTEM-AUDIT-SAVED-IMAGE
               MOVE OPEN-SNAPSHOT-RECORD TO SYSTEM-AUDIT-AFTER-IMAGE
               MOVE OPSNP-KEY TO SYSTEM-AUDIT-RECORD-KEY
               MOVE "ADD" TO SYSTEM-AUDIT-OPERATION
               PERFORM WRITE-SYSTEM-AUDIT-RECORD
            END-WRITE.
            MOVE ZEROES TO VOUCHER-NUMBER.
            MOVE "N" TO VOUCHER-FILE-AT-END.
            START VOUCHER-FILE
               KEY IS NOT LESS THAN VOUCHER-NUMBER
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.
            PERFORM READ-NEXT-VOUCHER-RECORD.
            PERFORM SNAPSHOT-ONE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".
            MOVE "  OPEN ITEMS FROZEN NOW FOR THE YEAR END"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      * Open on the vchprf01.cbl rule: unpaid, not escheated, the
      * amount less cash, discount and retainage.
       SNAPSHOT-ONE-VOUCHER.
            IF VOUCHER-COMPANY = CURRENT-COMPANY AND
                  VOUCHER-PAID-DATE = ZEROES AND
                  VOUCHER-ESCHEATED NOT = "E"
                PERFORM WRITE-THE-SNAPSHOT-RECORD.
            PERFORM READ-NEXT-VOUCHER-RECORD.

       WRITE-THE-SNAPSHOT-RECORD.
            INITIALIZE OPEN-SNAPSHOT-RECORD.
            MOVE CURRENT-COMPANY TO OPSNP-COMPANY.
            MOVE YEAR-END-DATE TO OPSNP-AS-OF.
            MOVE VOUCHER-NUMBER TO OPSNP-VOUCHER.
            MOVE SPACES TO OPSNP-PERIOD-ID.
            STRING "FY" CLOSING-YEAR
               DELIMITED BY SIZE INTO OPSNP-PERIOD-ID.
            MOVE VOUCHER-VENDOR TO OPSNP-VENDOR.
            MOVE VOUCHER-DATE TO OPSNP-VOUCHER-DATE.
            MOVE VOUCHER-DUE TO OPSNP-DUE.
            MOVE VOUCHER-AMOUNT TO OPSNP-AMOUNT.
            MOVE VOUCHER-PAID-AMOUNT TO OPSNP-PAID-AMOUNT.
            MOVE VOUCHER-DISCOUNT-TAKEN TO OPSNP-DISCOUNT-TAKEN.
            MOVE VOUCHER-RETAINED-AMOUNT TO OPSNP-RETAINED-AMOUNT.
            COMPUTE OPSNP-OPEN-AMOUNT = VOUCHER-AMOUNT
               - VOUCHER-PAID-AMOUNT - VOUCHER-DISCOUNT-TAKEN
               - VOUCHER-RETAINED-AMOUNT.
            IF VOUCHER-DUE NOT = ZEROES
                COMPUTE OPSNP-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE (YEAR-END-DATE) -
                   FUNCTION INTEGER-OF-DATE (VOUCHER-DUE).
            PERFORM DETERMINE-SNAPSHOT-BUCKET.
            MOVE VOUCHER-DISPUTE-FLAG TO OPSNP-DISPUTE-FLAG.
            MOVE VOUCHER-DISPUTE-REASON TO OPSNP-DISPUTE-REASON.
            IF VOUCHER-IN-DISPUTE
                MOVE OPSNP-OPEN-AMOUNT TO OPSNP-DISPUTE-AMOUNT.
            MOVE SNAPSHOT-DATE-TAKEN TO OPSNP-TAKEN-DATE.
            MOVE OPERATOR-ID TO OPSNP-TAKEN-BY.
            WRITE OPEN-SNAPSHOT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING SNAPSHOT RECORD".

       DETERMINE-SNAPSHOT-BUCKET.
            EVALUATE TRUE
                WHEN OPSNP-DAYS-PAST-DUE NOT > 0
                    MOVE 1 TO OPSNP-BUCKET
                WHEN OPSNP-DAYS-PAST-DUE NOT > 30
                    MOVE 2 TO OPSNP-BUCKET
                WHEN OPSNP-DAYS-PAST-DUE NOT > 60
                    MOVE 3 TO OPSNP-BUCKET
                WHEN OPSNP-DAYS-PAST-DUE NOT > 90
                    MOVE 4 TO OPSNP-BUCKET
                WHEN OTHER
                    MOVE 5 TO OPSNP-BUCKET
            END-EVALUATE.

      * The control totals are read back off the snapshot itself,
      * whichever run took it.
       TOTAL-THE-SNAPSHOT.
            MOVE ZEROES TO BUCKET-TOTALS.
            MOVE CURRENT-COMPANY TO OPSNP-COMPANY.
            MOVE YEAR-END-DATE TO OPSNP-AS-OF.
            MOVE ZEROES TO OPSNP-VOUCHER.
            MOVE "N" TO SNAPSHOT-FILE-AT-END.
            START OPEN-SNAPSHOT-FILE
               KEY IS NOT LESS THAN OPSNP-KEY
               INVALID KEY
               MOVE "Y" TO SNAPSHOT-FILE-AT-END.
            PERFORM READ-NEXT-SNAPSHOT-RECORD.
            PERFORM TOTAL-ONE-SNAPSHOT-RECORD
               UNTIL SNAPSHOT-FILE-AT-END = "Y".

       TOTAL-ONE-SNAPSHOT-RECORD.
            IF OPSNP-VOUCHER = ZEROES
                MOVE OPSNP-CONTROL-OPEN-AP TO SNAPSHOT-CONTROL-TOTAL
            ELSE
                ADD 1 TO SNAPSHOT-COUNT
                ADD OPSNP-OPEN-AMOUNT TO SNAPSHOT-TOTAL
                ADD OPSNP-DISPUTE-AMOUNT TO SNAPSHOT-DISPUTE-TOTAL
                IF OPSNP-BUCKET > 0 AND OPSNP-BUCKET < 6
                    ADD 1 TO BUCKET-COUNT (OPSNP-BUCKET)
                    ADD OPSNP-OPEN-AMOUNT
                       TO BUCKET-AMOUNT (OPSNP-BUCKET).
            PERFORM READ-NEXT-SNAPSHOT-RECORD.

       READ-NEXT-SNAPSHOT-RECORD.
            IF SNAPSHOT-FILE-AT-END NOT = "Y"
                READ OPEN-SNAPSHOT-FILE NEXT RECORD
                   AT END MOVE "Y" TO SNAPSHOT-FILE-AT-END.
            IF SNAPSHOT-FILE-AT-END NOT = "Y"
                IF OPSNP-COMPANY NOT = CURRENT-COMPANY OR
                      OPSNP-AS-OF NOT = YEAR-END-DATE
                    MOVE "Y" TO SNAPSHOT-FILE-AT-END.

       PRINT-THE-CONTROL-TOTALS.
            PERFORM PRINT-ONE-BUCKET
               VARYING BUCKET-INDEX FROM 1 BY 1
               UNTIL BUCKET-INDEX > 5.
            MOVE SNAPSHOT-COUNT TO PRINT-COUNT.
            MOVE SNAPSHOT-TOTAL TO PRINT-AMOUNT.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "  TOTAL OPEN    " PRINT-COUNT "  " PRINT-AMOUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SNAPSHOT-DISPUTE-TOTAL TO PRINT-AMOUNT.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "  IN DISPUTE           " PRINT-AMOUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SNAPSHOT-CONTROL-TOTAL TO PRINT-AMOUNT.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "  OPEN-AP CONTROL      " PRINT-AMOUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            COMPUTE SNAPSHOT-DIFFERENCE =
               SNAPSHOT-CONTROL-TOTAL - SNAPSHOT-TOTAL.
            MOVE SNAPSHOT-DIFFERENCE TO PRINT-AMOUNT.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "  DIFFERENCE           " PRINT-AMOUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF SNAPSHOT-DIFFERENCE = ZERO
                MOVE "  OPEN ITEMS PROVE TO THE CONTROL TOTAL"
                   TO PRINTER-RECORD
            ELSE
                MOVE "  *** OPEN ITEMS DO NOT PROVE - RUN VCHPRF01 ***"
                   TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            DISPLAY PRINTER-RECORD.
            PERFORM LINE-FEED.

       PRINT-ONE-BUCKET.
            MOVE BUCKET-COUNT (BUCKET-INDEX) TO PRINT-COUNT.
            MOVE BUCKET-AMOUNT (BUCKET-INDEX) TO PRINT-AMOUNT.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "  " BUCKET-NAME (BUCKET-INDEX) "    " PRINT-COUNT
               "  " PRINT-AMOUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       READ-NEXT-VOUCHER-RECORD.
            IF VOUCHER-FILE-AT-END NOT = "Y"
                READ VOUCHER-FILE NEXT RECORD
                   AT END MOVE "Y" TO VOUCHER-FILE-AT-END.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * SYSTEM-WIDE AUDIT TRAIL
      *--------------------------------
      * The caller sets the operation, the record key and the
      * after-image, and parks the before-image (spaces for an
      * add) in SYSTEM-AUDIT-SAVED-IMAGE.
       WRITE-SYSTEM-AUDIT-RECORD.
            MOVE "fisyre01" TO SYSTEM-AUDIT-PROGRAM-ID.
            ACCEPT SYSTEM-AUDIT-DATE FROM DATE YYYYMMDD.
            ACCEPT SYSTEM-AUDIT-TIME FROM TIME.
            MOVE OPERATOR-ID TO SYSTEM-AUDIT-OPERATOR-ID.
            MOVE SYSTEM-AUDIT-SAVED-IMAGE TO SYSTEM-AUDIT-BEFORE-IMAGE.
            PERFORM ASSIGN-SYSTEM-AUDIT-SEQUENCE.
            WRITE SYSTEM-AUDIT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING SYSTEM AUDIT RECORD".

       ASSIGN-SYSTEM-AUDIT-SEQUENCE.
            IF SYSTEM-AUDIT-DATE = LAST-SYSTEM-AUDIT-DATE AND
               SYSTEM-AUDIT-TIME = LAST-SYSTEM-AUDIT-TIME
                ADD 1 TO SYSTEM-AUDIT-SEQ-COUNTER
            ELSE
                MOVE ZERO TO SYSTEM-AUDIT-SEQ-COUNTER
                MOVE SYSTEM-AUDIT-DATE TO LAST-SYSTEM-AUDIT-DATE
                MOVE SYSTEM-AUDIT-TIME TO LAST-SYSTEM-AUDIT-TIME.
            MOVE SYSTEM-AUDIT-SEQ-COUNTER TO SYSTEM-AUDIT-SEQ.

            COPY "pldate.cbl".
            COPY "pljrnl01.cbl".
            COPY "plctllck.cbl".
            COPY "dtfmt01.cbl".
            COPY "plnumval01.cbl".

            COPY "plspool01.cbl".
