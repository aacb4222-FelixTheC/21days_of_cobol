      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Operator workload and keying quality, by operator and day,
      * for a date range:
      *   VOUCHERS KEYED  - vouchers written by vchmnt01/vchscr01;
      *   VOUCHERS LOADED - vouchers written by everything else (EDI,
      *                     batch loads, recurring, expense reports)
      *                     under the operator who ran it;
      *   VENDORS ADDED   - vendor records written, by any program;
      *     (the three adds come from the transaction journal,
      *     fdjrnl01.cbl, which catches every write whatever wrote
      *     it)
      *   CHANGES/DELETES - voucher and vendor maintenance from the
      *                     system audit trail (fdaudit01.cbl), so a
      *                     payment run's rewrites are not counted
      *                     as changes;
      *   THEIR DISPUTED  - this operator's vouchers put in dispute
      *                     (counted on the day of the dispute);
      *   DUPS CAUGHT     - duplicate invoices voucher entry turned
      *                     up as this operator keyed (the vendor
      *                     event log, fdvpev01.cbl);
      *   FIXED BY OTHER  - changes and deletes another operator
      *                     made to a voucher or vendor this operator
      *                     entered - the real measure of the error
      *                     rate, shown against what they entered;
      *   FIXED FOR OTHR  - the same seen from the operator who made
      *                     the correction.
      * Who entered a voucher is VOUCHER-ENTERED-BY in the audit
      * before-image; who entered a vendor is the operator on the
      * journal's write of it, so a vendor added before the journal
      * was last trimmed cannot be attributed. Putting a voucher in
      * dispute or releasing it is a change but not a correction.
      * The month-over-month totals at the end count the operators
      * working each day and how much of the month's keying fell in
      * its last five days, for staffing the month-end crunch.
      * Spooled as OPRWRK01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. oprwrk01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slaudit01.cbl".
            COPY "sljrnl01.cbl".
            COPY "slvpev01.cbl".
            COPY "slvouch.cbl".

            SELECT OPERATOR-WORK-FILE
               ASSIGN TO "oprwork"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OPW-KEY
               ACCESS MODE IS DYNAMIC.

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdaudit01.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdvpev01.cbl".
            COPY "fdvouch.cbl".

      * One record per operator per day worked, with the day's
      * counts in the order the report prints them.
       FD   OPERATOR-WORK-FILE
            LABEL RECORDS ARE STANDARD.
       01   OPERATOR-WORK-RECORD.
            05 OPW-KEY.
               10 OPW-OPERATOR            PIC X(10).
               10 OPW-DATE                PIC 9(8).
            05 OPW-COUNTS.
               10 OPW-COUNT               PIC 9(5) OCCURS 9 TIMES.

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

      * The count slots.
       77   SLOT-VOUCHER-KEYED            PIC 9 VALUE 1.
       77   SLOT-VOUCHER-LOADED           PIC 9 VALUE 2.
       77   SLOT-VENDOR-ADDED             PIC 9 VALUE 3.
       77   SLOT-CHANGE                   PIC 9 VALUE 4.
       77   SLOT-DELETE                   PIC 9 VALUE 5.
       77   SLOT-DISPUTED                 PIC 9 VALUE 6.
       77   SLOT-DUPLICATE                PIC 9 VALUE 7.
       77   SLOT-FIXED-BY-OTHER           PIC 9 VALUE 8.
       77   SLOT-FIXED-FOR-OTHER          PIC 9 VALUE 9.
       77   COUNT-SLOT                    PIC 9.
       77   COUNT-OPERATOR                PIC X(10).
       77   COUNT-DATE                    PIC 9(8).

      * Who wrote each vendor, from the journal.
       01   VENDOR-ADDER-TABLE.
            05 VENDOR-ADDER               OCCURS 5000 TIMES.
               10 ADDER-VENDOR            PIC X(5).
               10 ADDER-OPERATOR          PIC X(10).
       77   ADDER-COUNT                   PIC 9(4) VALUE ZERO.
       77   ADDER-INDEX                   PIC 9(4).
       77   ADDER-FOUND                   PIC 9(4).
       77   ADDER-OVERFLOW                PIC X VALUE "N".
       77   WANTED-VENDOR                 PIC X(5).

       77   ENTERED-BY                    PIC X(10).
       77   BEFORE-DISPUTE-FLAG           PIC X.
       77   AFTER-DISPUTE-FLAG            PIC X.

       77   AUDIT-FILE-AT-END             PIC X.
       77   JOURNAL-FILE-AT-END           PIC X.
       77   EVENT-FILE-AT-END             PIC X.
       77   WORK-FILE-AT-END              PIC X.
       77   WORK-RECORD-FOUND             PIC X.
       77   RANGE-START-DATE              PIC 9(8).
       77   RANGE-END-DATE                PIC 9(8).

      * Totals for the operator in hand and for the whole report.
       77   CURRENT-OPERATOR              PIC X(10).
       77   OPERATOR-DAYS                 PIC 9(5).
       01   OPERATOR-TOTALS.
            05 OPERATOR-TOTAL             PIC 9(6) OCCURS 9 TIMES.
       01   LINE-COUNTS.
            05 LINE-COUNT                 PIC 9(6) OCCURS 9 TIMES.
       01   GRAND-TOTALS.
            05 GRAND-TOTAL                PIC 9(6) OCCURS 9 TIMES.
       77   SLOT-INDEX                    PIC 9.

      * Month-over-month, one entry per month from the start of the
      * range.
       01   MONTH-TABLE.
            05 MONTH-ENTRY                OCCURS 120 TIMES.
               10 MONTH-COUNT             PIC 9(6) OCCURS 9 TIMES.
               10 MONTH-OPERATOR-DAYS     PIC 9(5).
               10 MONTH-ENTRIES           PIC 9(7).
               10 MONTH-CRUNCH-ENTRIES    PIC 9(7).
       77   MONTH-INDEX                   PIC 9(4).
       77   MONTH-COUNT-IN-RANGE          PIC 9(4).
       77   MONTH-OVERFLOW                PIC X.
       77   START-MONTH-NUMBER            PIC 9(6).
       77   DAY-ENTRIES                   PIC 9(6).
       01   WORK-DATE                     PIC 9(8).
       01   FILLER REDEFINES WORK-DATE.
            05 WORK-DATE-YEAR             PIC 9(4).
            05 WORK-DATE-MONTH            PIC 99.
            05 WORK-DATE-DAY              PIC 99.
       01   NEXT-MONTH-START              PIC 9(8).
       01   FILLER REDEFINES NEXT-MONTH-START.
            05 NEXT-MONTH-YEAR            PIC 9(4).
            05 NEXT-MONTH-MONTH           PIC 99.
            05 NEXT-MONTH-DAY             PIC 99.
       01   MONTH-END-DATE                PIC 9(8).
       01   FILLER REDEFINES MONTH-END-DATE.
            05 FILLER                     PIC 9(6).
            05 MONTH-END-DAY              PIC 99.
       77   DATE-INTEGER                  PIC 9(7).
       01   PRINT-MONTH-DATE.
            05 PRINT-MONTH-MM             PIC 99.
            05 FILLER                     PIC X VALUE "/".
            05 PRINT-MONTH-CCYY           PIC 9(4).

       77   DAYS-EDIT                     PIC ZZ,ZZ9.
       77   ERROR-BASE                    PIC 9(6).
       77   ERROR-RATE                    PIC 9(3)V9.
       77   CRUNCH-RATE                   PIC 9(3)V9.

       01   HEADING-LINE-1.
            05 FILLER                     PIC X(22) VALUE SPACES.
            05 FILLER                     PIC X(45)
               VALUE " VOUCHERS VOUCHERS  VENDORS".
            05 FILLER                     PIC X(45)
               VALUE "    THEIR     DUPS    FIXED    FIXED    ERROR".
       01   HEADING-LINE-2.
            05 FILLER                     PIC X(22)
               VALUE "OPERATOR   DATE".
            05 FILLER                     PIC X(45)
               VALUE "    KEYED   LOADED    ADDED  CHANGES  DELETES".
            05 FILLER                     PIC X(45)
               VALUE " DISPUTED   CAUGHT BY OTHER FOR OTHR     RATE".
       01   MONTH-HEADING-LINE-1.
            05 FILLER                     PIC X(22) VALUE SPACES.
            05 FILLER                     PIC X(45)
               VALUE " VOUCHERS VOUCHERS  VENDORS".
            05 FILLER                     PIC X(54)
               VALUE
               "    THEIR     DUPS    FIXED    FIXED OPERATOR   LAST 5".
       01   MONTH-HEADING-LINE-2.
            05 FILLER                     PIC X(22)
               VALUE "MONTH".
            05 FILLER                     PIC X(45)
               VALUE "    KEYED   LOADED    ADDED  CHANGES  DELETES".
            05 FILLER                     PIC X(54)
               VALUE
               " DISPUTED   CAUGHT BY OTHER FOR OTHR     DAYS  DAYS %".

       01   DETAIL-LINE.
            05 DETAIL-OPERATOR            PIC X(10).
            05 FILLER                     PIC X     VALUE SPACE.
            05 DETAIL-DATE                PIC X(10).
            05 FILLER                     PIC X     VALUE SPACE.
            05 DETAIL-COLUMN              OCCURS 9 TIMES.
               10 FILLER                  PIC X(2).
               10 DETAIL-COUNT            PIC ZZZ,ZZ9.
            05 FILLER                     PIC X(3)  VALUE SPACES.
            05 DETAIL-RATE                PIC ZZ9.9.
            05 DETAIL-PERCENT             PIC X.
            05 FILLER                     PIC X(3)  VALUE SPACES.
            05 DETAIL-CRUNCH              PIC ZZ9.9.
            05 DETAIL-CRUNCH-PERCENT      PIC X.

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            PERFORM ACCEPT-REVIEW-RANGE.

            PERFORM COUNT-THE-JOURNAL.
            PERFORM COUNT-THE-AUDIT-TRAIL.
            PERFORM COUNT-THE-DUPLICATES.

            CLOSE OPERATOR-WORK-FILE.
            OPEN INPUT OPERATOR-WORK-FILE.
            PERFORM PRINT-THE-WORKLOAD.
            PERFORM PRINT-THE-MONTHS.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT SYSTEM-AUDIT-FILE.
            OPEN INPUT JOURNAL-FILE.
            OPEN INPUT VENDOR-EVENT-FILE.
            OPEN OUTPUT OPERATOR-WORK-FILE.
            CLOSE OPERATOR-WORK-FILE.
            OPEN I-O OPERATOR-WORK-FILE.
            MOVE "OPRWRK01" TO SPOOL-NAME-REPORT-ID.
            MOVE "OPERATOR WORKLOAD AND QUALITY" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE SYSTEM-AUDIT-FILE.
            CLOSE JOURNAL-FILE.
            CLOSE VENDOR-EVENT-FILE.
            CLOSE OPERATOR-WORK-FILE.
            CLOSE PRINTER-FILE.

       ACCEPT-REVIEW-RANGE.
            MOVE "N" TO ZERO-DATE-IS-OK.
            MOVE "ENTER REVIEW START DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "A START DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO RANGE-START-DATE.
            MOVE "ENTER REVIEW END DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "AN END DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO RANGE-END-DATE.
            IF RANGE-END-DATE < RANGE-START-DATE
                DISPLAY "THE END DATE IS BEFORE THE START DATE"
                PERFORM ACCEPT-REVIEW-RANGE.

      *--------------------------------
      * THE JOURNAL - ADDS
      *--------------------------------
      * Read end to end: every vendor write, whatever its date, goes
      * in the adder table so a later change can be traced back to
      * whoever entered the vendor; the writes in the range count.
       COUNT-THE-JOURNAL.
            MOVE "N" TO JOURNAL-FILE-AT-END.
            PERFORM COUNT-ONE-JOURNAL-RECORD
               UNTIL JOURNAL-FILE-AT-END = "Y".

       COUNT-ONE-JOURNAL-RECORD.
            READ JOURNAL-FILE NEXT RECORD
               AT END MOVE "Y" TO JOURNAL-FILE-AT-END.
            IF JOURNAL-FILE-AT-END NOT = "Y"
                IF JOURNAL-ACTION-WRITE
                    PERFORM COUNT-ONE-JOURNAL-WRITE.

       COUNT-ONE-JOURNAL-WRITE.
            IF JOURNAL-FILE-IS-VENDOR
                PERFORM NOTE-THE-VENDOR-ADDER.
            IF JOURNAL-DATE NOT < RANGE-START-DATE AND
                  JOURNAL-DATE NOT > RANGE-END-DATE
                MOVE JOURNAL-OPERATOR TO COUNT-OPERATOR
                MOVE JOURNAL-DATE TO COUNT-DATE
                MOVE ZERO TO COUNT-SLOT
                IF JOURNAL-FILE-IS-VENDOR
                    MOVE SLOT-VENDOR-ADDED TO COUNT-SLOT
                END-IF
                IF JOURNAL-FILE-IS-VOUCHER
                    IF JOURNAL-PROGRAM = "VCHMNT01" OR
                          JOURNAL-PROGRAM = "VCHSCR01"
                        MOVE SLOT-VOUCHER-KEYED TO COUNT-SLOT
                    ELSE
                        MOVE SLOT-VOUCHER-LOADED TO COUNT-SLOT
                    END-IF
                END-IF
                IF COUNT-SLOT NOT = ZERO
                    PERFORM ADD-TO-THE-WORKLOAD.

       NOTE-THE-VENDOR-ADDER.
            MOVE JOURNAL-RECORD-KEY (1 : 5) TO WANTED-VENDOR.
            PERFORM FIND-THE-VENDOR-ADDER.
            IF ADDER-FOUND NOT = ZERO
                MOVE JOURNAL-OPERATOR TO ADDER-OPERATOR (ADDER-FOUND)
            ELSE
                IF ADDER-COUNT < 5000
                    ADD 1 TO ADDER-COUNT
                    MOVE WANTED-VENDOR TO ADDER-VENDOR (ADDER-COUNT)
                    MOVE JOURNAL-OPERATOR
                       TO ADDER-OPERATOR (ADDER-COUNT)
                ELSE
                    MOVE "Y" TO ADDER-OVERFLOW.

       FIND-THE-VENDOR-ADDER.
            MOVE ZERO TO ADDER-FOUND.
            PERFORM MATCH-ONE-VENDOR-ADDER
               VARYING ADDER-INDEX FROM 1 BY 1
               UNTIL ADDER-INDEX > ADDER-COUNT
                  OR ADDER-FOUND NOT = ZERO.

       MATCH-ONE-VENDOR-ADDER.
            IF ADDER-VENDOR (ADDER-INDEX) = WANTED-VENDOR
                MOVE ADDER-INDEX TO ADDER-FOUND.

      *--------------------------------
      * THE AUDIT TRAIL - CHANGES
      *--------------------------------
       COUNT-THE-AUDIT-TRAIL.
            MOVE "N" TO AUDIT-FILE-AT-END.
            PERFORM COUNT-ONE-AUDIT-RECORD
               UNTIL AUDIT-FILE-AT-END = "Y".

       COUNT-ONE-AUDIT-RECORD.
            READ SYSTEM-AUDIT-FILE NEXT RECORD
               AT END MOVE "Y" TO AUDIT-FILE-AT-END.
            IF AUDIT-FILE-AT-END NOT = "Y"
                IF SYSTEM-AUDIT-DATE NOT < RANGE-START-DATE AND
                      SYSTEM-AUDIT-DATE NOT > RANGE-END-DATE AND
                      (SYSTEM-AUDIT-IS-CHANGE OR
                       SYSTEM-AUDIT-IS-DELETE)
                    PERFORM COUNT-ONE-MAINTENANCE.

       COUNT-ONE-MAINTENANCE.
            IF SYSTEM-AUDIT-PROGRAM-ID = "vchmnt01" OR
                  SYSTEM-AUDIT-PROGRAM-ID = "vchscr01"
                PERFORM COUNT-THE-CHANGE-OR-DELETE
                PERFORM CHECK-THE-VOUCHER-CHANGE.
            IF SYSTEM-AUDIT-PROGRAM-ID = "vndmnt04" OR
                  SYSTEM-AUDIT-PROGRAM-ID = "vndscr01" OR
                  SYSTEM-AUDIT-PROGRAM-ID = "vndbch02" OR
                  SYSTEM-AUDIT-PROGRAM-ID = "vndmrg01"
                PERFORM COUNT-THE-CHANGE-OR-DELETE
                PERFORM CHECK-THE-VENDOR-CHANGE.

       COUNT-THE-CHANGE-OR-DELETE.
            MOVE SYSTEM-AUDIT-OPERATOR-ID TO COUNT-OPERATOR.
            MOVE SYSTEM-AUDIT-DATE TO COUNT-DATE.
            IF SYSTEM-AUDIT-IS-CHANGE
                MOVE SLOT-CHANGE TO COUNT-SLOT
            ELSE
                MOVE SLOT-DELETE TO COUNT-SLOT.
            PERFORM ADD-TO-THE-WORKLOAD.

      * The voucher record area is used here only to lay out the
      * audit images - the voucher file itself is never opened.
      * A change that sets or clears the dispute flag counts against
      * the operator who keyed the voucher as a dispute, never as a
      * correction.
       CHECK-THE-VOUCHER-CHANGE.
            MOVE SPACE TO AFTER-DISPUTE-FLAG.
            IF SYSTEM-AUDIT-IS-CHANGE
                MOVE SYSTEM-AUDIT-AFTER-IMAGE TO VOUCHER-RECORD
                MOVE VOUCHER-DISPUTE-FLAG TO AFTER-DISPUTE-FLAG.
            MOVE SYSTEM-AUDIT-BEFORE-IMAGE TO VOUCHER-RECORD.
            MOVE VOUCHER-DISPUTE-FLAG TO BEFORE-DISPUTE-FLAG.
            MOVE VOUCHER-ENTERED-BY TO ENTERED-BY.
            IF SYSTEM-AUDIT-IS-CHANGE AND
                  BEFORE-DISPUTE-FLAG NOT = AFTER-DISPUTE-FLAG
                IF AFTER-DISPUTE-FLAG = "D"
                    MOVE ENTERED-BY TO COUNT-OPERATOR
                    MOVE SLOT-DISPUTED TO COUNT-SLOT
                    PERFORM ADD-TO-THE-WORKLOAD
                END-IF
            ELSE
                PERFORM CHECK-FOR-A-CORRECTION.

       CHECK-THE-VENDOR-CHANGE.
            MOVE SYSTEM-AUDIT-RECORD-KEY (1 : 5) TO WANTED-VENDOR.
            PERFORM FIND-THE-VENDOR-ADDER.
            MOVE SPACES TO ENTERED-BY.
            IF ADDER-FOUND NOT = ZERO
                MOVE ADDER-OPERATOR (ADDER-FOUND) TO ENTERED-BY.
            PERFORM CHECK-FOR-A-CORRECTION.

      * Another operator's change or delete of a record someone
      * entered counts twice - against the one who entered it, and
      * for the one who put it right.
       CHECK-FOR-A-CORRECTION.
            IF ENTERED-BY NOT = SPACES AND
                  ENTERED-BY NOT = SYSTEM-AUDIT-OPERATOR-ID
                MOVE ENTERED-BY TO COUNT-OPERATOR
                MOVE SLOT-FIXED-BY-OTHER TO COUNT-SLOT
                PERFORM ADD-TO-THE-WORKLOAD
                MOVE SYSTEM-AUDIT-OPERATOR-ID TO COUNT-OPERATOR
                MOVE SLOT-FIXED-FOR-OTHER TO COUNT-SLOT
                PERFORM ADD-TO-THE-WORKLOAD.

      *--------------------------------
      * THE VENDOR EVENTS - DUPLICATES
      *--------------------------------
       COUNT-THE-DUPLICATES.
            MOVE "N" TO EVENT-FILE-AT-END.
            PERFORM COUNT-ONE-VENDOR-EVENT
               UNTIL EVENT-FILE-AT-END = "Y".

       COUNT-ONE-VENDOR-EVENT.
            READ VENDOR-EVENT-FILE NEXT RECORD
               AT END MOVE "Y" TO EVENT-FILE-AT-END.
            IF EVENT-FILE-AT-END NOT = "Y"
                IF VENDOR-EVENT-DUPLICATE AND
                      VENDOR-EVENT-DATE NOT < RANGE-START-DATE AND
                      VENDOR-EVENT-DATE NOT > RANGE-END-DATE
                    MOVE VENDOR-EVENT-OPERATOR TO COUNT-OPERATOR
                    MOVE VENDOR-EVENT-DATE TO COUNT-DATE
                    MOVE SLOT-DUPLICATE TO COUNT-SLOT
                    PERFORM ADD-TO-THE-WORKLOAD.

      *--------------------------------
      * THE WORK FILE
      *--------------------------------
      * Adds one to COUNT-SLOT for COUNT-OPERATOR on COUNT-DATE; a
      * run with nobody signed on is shown as (NONE).
       ADD-TO-THE-WORKLOAD.
            IF COUNT-OPERATOR = SPACES
                MOVE "(NONE)" TO COUNT-OPERATOR.
            MOVE COUNT-OPERATOR TO OPW-OPERATOR.
            MOVE COUNT-DATE TO OPW-DATE.
            MOVE "Y" TO WORK-RECORD-FOUND.
            READ OPERATOR-WORK-FILE RECORD
               INVALID KEY
               MOVE "N" TO WORK-RECORD-FOUND.
            IF WORK-RECORD-FOUND = "Y"
                ADD 1 TO OPW-COUNT (COUNT-SLOT)
                REWRITE OPERATOR-WORK-RECORD
                   INVALID KEY
                   DISPLAY "ERROR UPDATING WORK RECORD " OPW-KEY
            ELSE
                MOVE ZEROES TO OPW-COUNTS
                MOVE 1 TO OPW-COUNT (COUNT-SLOT)
                WRITE OPERATOR-WORK-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING WORK RECORD " OPW-KEY.

      *--------------------------------
      * BY OPERATOR AND DAY
      *--------------------------------
       PRINT-THE-WORKLOAD.
            MOVE RANGE-START-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "OPERATOR WORKLOAD AND KEYING QUALITY - "
               FORMATTED-DATE " THRU "
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            MOVE RANGE-END-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINTER-RECORD (56:10).
            PERFORM WRITE-TO-PRINTER.
            MOVE "ERROR RATE = FIXED BY OTHERS PER 100 VOUCHERS AND VEN
      -         "DORS THE OPERATOR ENTERED" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            MOVE HEADING-LINE-1 TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE HEADING-LINE-2 TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

            MOVE ZEROES TO GRAND-TOTALS.
            MOVE ZEROES TO MONTH-TABLE.
            MOVE "N" TO MONTH-OVERFLOW.
            MOVE RANGE-START-DATE TO WORK-DATE.
            COMPUTE START-MONTH-NUMBER =
               (WORK-DATE-YEAR * 12) + WORK-DATE-MONTH.
            MOVE RANGE-END-DATE TO WORK-DATE.
            COMPUTE MONTH-COUNT-IN-RANGE =
               (WORK-DATE-YEAR * 12) + WORK-DATE-MONTH
               - START-MONTH-NUMBER + 1.
            IF MONTH-COUNT-IN-RANGE > 120
                MOVE 120 TO MONTH-COUNT-IN-RANGE
                MOVE "Y" TO MONTH-OVERFLOW.

            MOVE SPACES TO CURRENT-OPERATOR.
            MOVE "N" TO WORK-FILE-AT-END.
            PERFORM READ-NEXT-WORK-RECORD.
            PERFORM PRINT-ONE-WORK-RECORD
               UNTIL WORK-FILE-AT-END = "Y".
            IF CURRENT-OPERATOR NOT = SPACES
                PERFORM PRINT-THE-OPERATOR-TOTAL.

            MOVE SPACES TO DETAIL-LINE.
            MOVE "ALL" TO DETAIL-OPERATOR.
            MOVE "TOTAL" TO DETAIL-DATE.
            PERFORM MOVE-ONE-GRAND-TOTAL
               VARYING SLOT-INDEX FROM 1 BY 1
               UNTIL SLOT-INDEX > 9.
            PERFORM SET-THE-ERROR-RATE.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            IF ADDER-OVERFLOW = "Y"
                MOVE "** OVER 5000 VENDORS ON THE JOURNAL - LATER ONES
      -         "' CORRECTIONS NOT ATTRIBUTED **" TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-WORK-RECORD.
            IF OPW-OPERATOR NOT = CURRENT-OPERATOR
                IF CURRENT-OPERATOR NOT = SPACES
                    PERFORM PRINT-THE-OPERATOR-TOTAL
                END-IF
                MOVE OPW-OPERATOR TO CURRENT-OPERATOR
                MOVE ZEROES TO OPERATOR-TOTALS
                MOVE ZERO TO OPERATOR-DAYS
                MOVE SPACES TO DETAIL-LINE
                MOVE CURRENT-OPERATOR TO DETAIL-OPERATOR
            ELSE
                MOVE SPACES TO DETAIL-LINE.
            ADD 1 TO OPERATOR-DAYS.
            MOVE OPW-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO DETAIL-DATE.
            PERFORM MOVE-ONE-DAY-COUNT
               VARYING SLOT-INDEX FROM 1 BY 1
               UNTIL SLOT-INDEX > 9.
            PERFORM SET-THE-ERROR-RATE.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM ADD-THE-DAY-TO-ITS-MONTH.
            PERFORM READ-NEXT-WORK-RECORD.

       MOVE-ONE-DAY-COUNT.
            MOVE OPW-COUNT (SLOT-INDEX) TO LINE-COUNT (SLOT-INDEX).
            ADD OPW-COUNT (SLOT-INDEX) TO OPERATOR-TOTAL (SLOT-INDEX).
            ADD OPW-COUNT (SLOT-INDEX) TO GRAND-TOTAL (SLOT-INDEX).

       PRINT-THE-OPERATOR-TOTAL.
            MOVE OPERATOR-DAYS TO DAYS-EDIT.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "  TOTAL FOR " CURRENT-OPERATOR " - DAYS WORKED "
               DAYS-EDIT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO DETAIL-LINE.
            MOVE "TOTAL" TO DETAIL-DATE.
            PERFORM MOVE-ONE-OPERATOR-TOTAL
               VARYING SLOT-INDEX FROM 1 BY 1
               UNTIL SLOT-INDEX > 9.
            PERFORM SET-THE-ERROR-RATE.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

       MOVE-ONE-OPERATOR-TOTAL.
            MOVE OPERATOR-TOTAL (SLOT-INDEX)
               TO LINE-COUNT (SLOT-INDEX).

       MOVE-ONE-GRAND-TOTAL.
            MOVE GRAND-TOTAL (SLOT-INDEX) TO LINE-COUNT (SLOT-INDEX).

      * Puts the line's counts on the detail line with the rate
      * worked from them: fixed by others per 100 vouchers keyed or
      * loaded and vendors added. Blank when nothing was entered.
       SET-THE-ERROR-RATE.
            PERFORM MOVE-ONE-LINE-COUNT
               VARYING SLOT-INDEX FROM 1 BY 1
               UNTIL SLOT-INDEX > 9.
            MOVE LINE-COUNT (SLOT-VOUCHER-KEYED) TO ERROR-BASE.
            ADD LINE-COUNT (SLOT-VOUCHER-LOADED) TO ERROR-BASE.
            ADD LINE-COUNT (SLOT-VENDOR-ADDED) TO ERROR-BASE.
            MOVE SPACE TO DETAIL-PERCENT.
            IF ERROR-BASE NOT = ZERO
                COMPUTE ERROR-RATE ROUNDED =
                   LINE-COUNT (SLOT-FIXED-BY-OTHER) * 100
                   / ERROR-BASE
                MOVE ERROR-RATE TO DETAIL-RATE
                MOVE "%" TO DETAIL-PERCENT.

       MOVE-ONE-LINE-COUNT.
            MOVE LINE-COUNT (SLOT-INDEX) TO DETAIL-COUNT (SLOT-INDEX).

      *--------------------------------
      * MONTH OVER MONTH
      *--------------------------------
      * The keying that counts toward the crunch is adds, changes
      * and deletes on a day in the last five of its month.
       ADD-THE-DAY-TO-ITS-MONTH.
            MOVE OPW-DATE TO WORK-DATE.
            COMPUTE MONTH-INDEX = (WORK-DATE-YEAR * 12)
               + WORK-DATE-MONTH - START-MONTH-NUMBER + 1.
            IF MONTH-INDEX > 0 AND
                  MONTH-INDEX NOT > MONTH-COUNT-IN-RANGE
                PERFORM ADD-ONE-MONTH-COUNT
                   VARYING SLOT-INDEX FROM 1 BY 1
                   UNTIL SLOT-INDEX > 9
                ADD 1 TO MONTH-OPERATOR-DAYS (MONTH-INDEX)
                COMPUTE DAY-ENTRIES =
                   OPW-COUNT (SLOT-VOUCHER-KEYED)
                   + OPW-COUNT (SLOT-VOUCHER-LOADED)
                   + OPW-COUNT (SLOT-VENDOR-ADDED)
                   + OPW-COUNT (SLOT-CHANGE)
                   + OPW-COUNT (SLOT-DELETE)
                ADD DAY-ENTRIES TO MONTH-ENTRIES (MONTH-INDEX)
                PERFORM FIND-THE-MONTH-END
                IF WORK-DATE-DAY > MONTH-END-DAY - 5
                    ADD DAY-ENTRIES
                       TO MONTH-CRUNCH-ENTRIES (MONTH-INDEX).

       ADD-ONE-MONTH-COUNT.
            ADD OPW-COUNT (SLOT-INDEX)
               TO MONTH-COUNT (MONTH-INDEX SLOT-INDEX).

      * The last day of WORK-DATE's month - the day before the first
      * of the month after.
       FIND-THE-MONTH-END.
            IF WORK-DATE-MONTH = 12
                COMPUTE NEXT-MONTH-YEAR = WORK-DATE-YEAR + 1
                MOVE 01 TO NEXT-MONTH-MONTH
            ELSE
                MOVE WORK-DATE-YEAR TO NEXT-MONTH-YEAR
                COMPUTE NEXT-MONTH-MONTH = WORK-DATE-MONTH + 1.
            MOVE 01 TO NEXT-MONTH-DAY.
            COMPUTE DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (NEXT-MONTH-START) - 1.
            COMPUTE MONTH-END-DATE =
               FUNCTION DATE-OF-INTEGER (DATE-INTEGER).

       PRINT-THE-MONTHS.
            MOVE "MONTH OVER MONTH - ALL OPERATORS" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE "OPERATOR DAYS = OPERATORS AT WORK EACH DAY, ADDED UP;
      -         " LAST 5 DAYS % = SHARE OF THE MONTH'S KEYING"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            MOVE MONTH-HEADING-LINE-1 TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE MONTH-HEADING-LINE-2 TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            PERFORM PRINT-ONE-MONTH
               VARYING MONTH-INDEX FROM 1 BY 1
               UNTIL MONTH-INDEX > MONTH-COUNT-IN-RANGE.
            IF MONTH-OVERFLOW = "Y"
                MOVE "** RANGE OVER TEN YEARS - LATER MONTHS NOT TOTAL
      -         "LED **" TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-MONTH.
            MOVE SPACES TO DETAIL-LINE.
            COMPUTE DATE-INTEGER = START-MONTH-NUMBER + MONTH-INDEX - 2.
            DIVIDE DATE-INTEGER BY 12
               GIVING PRINT-MONTH-CCYY REMAINDER PRINT-MONTH-MM.
            ADD 1 TO PRINT-MONTH-MM.
            MOVE PRINT-MONTH-DATE TO DETAIL-OPERATOR.
            PERFORM MOVE-ONE-MONTH-COUNT
               VARYING SLOT-INDEX FROM 1 BY 1
               UNTIL SLOT-INDEX > 9.
            IF MONTH-ENTRIES (MONTH-INDEX) NOT = ZERO
                COMPUTE CRUNCH-RATE ROUNDED =
                   MONTH-CRUNCH-ENTRIES (MONTH-INDEX) * 100
                   / MONTH-ENTRIES (MONTH-INDEX)
                MOVE CRUNCH-RATE TO DETAIL-CRUNCH
                MOVE "%" TO DETAIL-CRUNCH-PERCENT.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            MOVE MONTH-OPERATOR-DAYS (MONTH-INDEX) TO DAYS-EDIT.
            MOVE DAYS-EDIT TO PRINTER-RECORD (107:6).
            PERFORM WRITE-TO-PRINTER.

       MOVE-ONE-MONTH-COUNT.
            MOVE MONTH-COUNT (MONTH-INDEX SLOT-INDEX)
               TO DETAIL-COUNT (SLOT-INDEX).

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       READ-NEXT-WORK-RECORD.
            READ OPERATOR-WORK-FILE NEXT RECORD
               AT END MOVE "Y" TO WORK-FILE-AT-END.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".

            COPY "plspool01.cbl".
