      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Invoice cycle time - for one company and an operator-entered
      * range of months (CCYYMM through CCYYMM), every invoice voucher
      * PAID in the range, measured in days from the day it reached
      * us to the day it was paid:
      *
      *   RC>ENT - received (VOUCHER-RECEIVED-DATE) to keyed
      *            (VOUCHER-ENTERED-DATE) - the mailroom and the
      *            inboxes
      *   EN>APP - keyed to released from the approval queue
      *            (VOUCHER-APPROVED-DATE, vchapp01.cbl); zero when
      *            the voucher needed no approval
      *   AP>PAY - approved to paid (VOUCHER-PAID-DATE)
      *   TOTAL  - received to paid
      *
      * Averages are printed by vendor, by the operator who keyed
      * the voucher, and by the month it was paid, with a count of
      * the invoices that took longer than the company's control-
      * file CONTROL-CYCLE-TARGET-DAYS (thirty when none is set).
      * Every one of those is then listed by voucher. Paid invoices
      * with no received date - keyed before the date was kept -
      * are counted at the end but not measured.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vchcyc01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvouch.cbl".
            COPY "slvnd02.cbl".
            COPY "slcontrol.cbl".
            COPY "sloperator.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvouch.cbl".
            COPY "fdvnd04.cbl".
            COPY "fdcontrol.cbl".
            COPY "fdoperator.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsctllck.cbl".
            COPY "wsspool01.cbl".

       01   TITLE-LINE.
            05 FILLER                     PIC X(25) VALUE SPACE.
            05 FILLER                     PIC X(25)
               VALUE "INVOICE CYCLE-TIME REPORT".

       01   RANGE-LINE.
            05 FILLER                     PIC X(8)  VALUE "COMPANY ".
            05 RANGE-COMPANY              PIC 9.
            05 FILLER                     PIC X(15)
               VALUE "   PAID MONTHS ".
            05 RANGE-FROM                 PIC 9(6).
            05 FILLER                     PIC X(9)  VALUE " THROUGH ".
            05 RANGE-THROUGH              PIC 9(6).
            05 FILLER                     PIC X(11)
               VALUE "   TARGET  ".
            05 RANGE-TARGET               PIC ZZ9.
            05 FILLER                     PIC X(5)  VALUE " DAYS".

       01   LEGEND-LINE-1.
            05 FILLER                     PIC X(42)
               VALUE "AVERAGE DAYS - RC>ENT RECEIVED TO ENTERED ".
            05 FILLER                     PIC X(28)
               VALUE " EN>APP ENTERED TO APPROVED".

       01   LEGEND-LINE-2.
            05 FILLER                     PIC X(42)
               VALUE "               AP>PAY APPROVED TO PAID    ".
            05 FILLER                     PIC X(28)
               VALUE " TOTAL  RECEIVED TO PAID".

       01   SECTION-LINE.
            05 FILLER                     PIC X(3)  VALUE "BY ".
            05 PRINT-SECTION-NAME         PIC X(30).

       01   COLUMN-LINE.
            05 PRINT-COLUMN-LABEL         PIC X(31).
            05 FILLER                     PIC X(44)
               VALUE "INVCS  RC>ENT  EN>APP  AP>PAY   TOTAL   OVER".

       01   SUMMARY-LINE.
            05 PRINT-GROUP-KEY            PIC X(10).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-GROUP-NAME           PIC X(20).
            05 PRINT-GROUP-COUNT          PIC ZZZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-AVG-TO-ENTRY         PIC ZZZ9.9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-AVG-TO-APPROVAL      PIC ZZZ9.9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-AVG-TO-PAYMENT       PIC ZZZ9.9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-AVG-TOTAL            PIC ZZZ9.9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-GROUP-OVER           PIC ZZZZ9.

       01   EXCEPTION-TITLE-LINE.
            05 FILLER                     PIC X(32)
               VALUE "INVOICES OVER THE TARGET OF     ".
            05 PRINT-EXCEPTION-TARGET     PIC ZZ9.
            05 FILLER                     PIC X(5)  VALUE " DAYS".

       01   EXCEPTION-COLUMN-LINE.
            05 FILLER                     PIC X(40)
               VALUE "VOUCH VEND# INVOICE         OPERATOR   R".
            05 FILLER                     PIC X(29)
               VALUE "ECEIVED   RC>E EN>A AP>P TOTL".

       01   EXCEPTION-LINE.
            05 PRINT-EX-VOUCHER           PIC ZZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-EX-VENDOR            PIC ZZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-EX-INVOICE           PIC X(15).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-EX-OPERATOR          PIC X(10).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-EX-RECEIVED          PIC Z9/99/9999.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-EX-TO-ENTRY          PIC ZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-EX-TO-APPROVAL       PIC ZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-EX-TO-PAYMENT        PIC ZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-EX-TOTAL             PIC ZZZ9.

       01   TOTAL-LINE.
            05 PRINT-TOTAL-LABEL          PIC X(40).
            05 PRINT-TOTAL-COUNT          PIC ZZ,ZZ9.

      * One group's running totals - a vendor, an operator, a month,
      * or the whole report. The operator and month tables hold the
      * same 38 bytes per entry, so an entry is moved here, added
      * to, and moved back.
       01   GROUP-TOTALS.
            05 GROUP-COUNT                PIC 9(5).
            05 GROUP-TO-ENTRY             PIC 9(7).
            05 GROUP-TO-APPROVAL          PIC 9(7).
            05 GROUP-TO-PAYMENT           PIC 9(7).
            05 GROUP-TOTAL-DAYS           PIC 9(7).
            05 GROUP-OVER                 PIC 9(5).

       77   VENDOR-GROUP-TOTALS           PIC X(38).
       77   REPORT-GROUP-TOTALS           PIC X(38).
       77   OTHER-OPERATOR-TOTALS         PIC X(38).

      * Operators in code order, as they turn up; past the table
      * the rest are lumped together as OTHERS.
       01   OPERATOR-TABLE.
            05 OPERATOR-ENTRY OCCURS 100 TIMES.
               10 OPERATOR-ENTRY-ID       PIC X(10).
               10 OPERATOR-ENTRY-TOTALS   PIC X(38).
       77   OPERATOR-COUNT                PIC 9(3) VALUE ZERO.
       77   OPERATOR-INDEX                PIC 9(3).
       77   OPERATOR-SLOT                 PIC 9(3).

      * One entry per month of the range, first month first.
       01   MONTH-TABLE.
            05 MONTH-ENTRY-TOTALS OCCURS 60 TIMES
                                          PIC X(38).
       77   MONTH-COUNT                   PIC 99.
       77   MONTH-INDEX                   PIC 99.
       01   MONTH-NUMBER                  PIC 9(6).
       01   MONTH-NUMBER-PARTS REDEFINES MONTH-NUMBER.
            05 MONTH-NUMBER-CCYY          PIC 9(4).
            05 MONTH-NUMBER-MM            PIC 99.

       77   REPORT-COMPANY                PIC 9.
       01   FROM-MONTH                    PIC 9(6).
       01   FROM-MONTH-PARTS REDEFINES FROM-MONTH.
            05 FROM-MONTH-CCYY            PIC 9(4).
            05 FROM-MONTH-MM              PIC 99.
       01   THROUGH-MONTH                 PIC 9(6).
       01   THROUGH-MONTH-PARTS REDEFINES THROUGH-MONTH.
            05 THROUGH-MONTH-CCYY         PIC 9(4).
            05 THROUGH-MONTH-MM           PIC 99.
       77   TARGET-DAYS                   PIC 9(3).

       77   VOUCHER-FILE-AT-END           PIC X.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   CONTROL-RECORD-FOUND          PIC X.
       77   OPERATOR-RECORD-FOUND         PIC X.
       77   CURRENT-VENDOR                PIC 9(5).

      * Y = measured, N = not in the report, U = paid in the range
      * but with no received or entered date to measure from.
       77   CYCLE-VOUCHER                 PIC X.
       77   CYCLE-OVER-TARGET             PIC X.
       77   CYCLE-APPROVED-DATE           PIC 9(8).
       77   DAYS-TO-ENTRY                 PIC S9(5).
       77   DAYS-TO-APPROVAL              PIC S9(5).
       77   DAYS-TO-PAYMENT               PIC S9(5).
       77   DAYS-TOTAL                    PIC S9(5).
       77   AVERAGE-DAYS                  PIC 9(4)V9.

       77   UNDATED-COUNT                 PIC 9(5) VALUE ZERO.
       77   EXCEPTIONS-LISTED             PIC 9(5) VALUE ZERO.

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsnumval01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            PERFORM ACCEPT-REPORT-PARAMETERS.
            PERFORM READ-THE-TARGET.
            PERFORM PRINT-THE-HEADINGS.

            MOVE ZEROES TO GROUP-TOTALS.
            MOVE GROUP-TOTALS TO REPORT-GROUP-TOTALS.
            MOVE GROUP-TOTALS TO OTHER-OPERATOR-TOTALS.
            PERFORM CLEAR-ONE-MONTH
               VARYING MONTH-INDEX FROM 1 BY 1
               UNTIL MONTH-INDEX > MONTH-COUNT.

            PERFORM PRINT-THE-VENDOR-SECTION.
            MOVE REPORT-GROUP-TOTALS TO GROUP-TOTALS.
            IF GROUP-COUNT = ZERO
                PERFORM LINE-FEED
                MOVE "NO PAID INVOICES WITH A RECEIVED DATE"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER
            ELSE
                PERFORM PRINT-THE-OPERATOR-SECTION
                PERFORM PRINT-THE-MONTH-SECTION
                PERFORM PRINT-THE-EXCEPTIONS.
            PERFORM PRINT-THE-TOTALS.

            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT CONTROL-FILE.
            OPEN INPUT OPERATOR-FILE.
            MOVE "VCHCYC01" TO SPOOL-NAME-REPORT-ID.
            MOVE "INVOICE CYCLE TIME" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE VOUCHER-FILE.
            CLOSE VENDOR-FILE.
            CLOSE CONTROL-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE PRINTER-FILE.

      *--------------------------------
      * PARAMETERS
      *--------------------------------
       ACCEPT-REPORT-PARAMETERS.
            PERFORM ACCEPT-REPORT-COMPANY.
            MOVE "ENTER FIRST MONTH PAID (CCYYMM)?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO FROM-MONTH.
            PERFORM ACCEPT-THROUGH-MONTH.

       ACCEPT-REPORT-COMPANY.
            DISPLAY "ENTER COMPANY NUMBER (1-9)".
            ACCEPT REPORT-COMPANY.
            IF REPORT-COMPANY = ZERO
                DISPLAY "COMPANY MUST BE 1 THROUGH 9"
                PERFORM ACCEPT-REPORT-COMPANY.

      * The month table holds five years.
       ACCEPT-THROUGH-MONTH.
            MOVE "ENTER LAST MONTH PAID (CCYYMM)?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO THROUGH-MONTH.
            COMPUTE MONTH-COUNT =
               (THROUGH-MONTH-CCYY - FROM-MONTH-CCYY) * 12 +
               THROUGH-MONTH-MM - FROM-MONTH-MM + 1
               ON SIZE ERROR MOVE 99 TO MONTH-COUNT.
            IF THROUGH-MONTH < FROM-MONTH
                DISPLAY "LAST MONTH IS BEFORE THE FIRST"
                PERFORM ACCEPT-THROUGH-MONTH
            ELSE
                IF MONTH-COUNT > 60
                    DISPLAY "NO MORE THAN 60 MONTHS AT A TIME"
                    PERFORM ACCEPT-THROUGH-MONTH.

       READ-THE-TARGET.
            MOVE REPORT-COMPANY TO CONTROL-KEY.
            MOVE "Y" TO CONTROL-RECORD-FOUND.
            READ CONTROL-FILE RECORD
               INVALID KEY
               MOVE "N" TO CONTROL-RECORD-FOUND.
            MOVE ZERO TO TARGET-DAYS.
            IF CONTROL-RECORD-FOUND = "Y"
                MOVE CONTROL-CYCLE-TARGET-DAYS TO TARGET-DAYS.
            IF TARGET-DAYS = ZERO
                MOVE 30 TO TARGET-DAYS.

       PRINT-THE-HEADINGS.
            MOVE TITLE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE REPORT-COMPANY TO RANGE-COMPANY.
            MOVE FROM-MONTH TO RANGE-FROM.
            MOVE THROUGH-MONTH TO RANGE-THROUGH.
            MOVE TARGET-DAYS TO RANGE-TARGET.
            MOVE RANGE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            MOVE LEGEND-LINE-1 TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE LEGEND-LINE-2 TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       CLEAR-ONE-MONTH.
            MOVE GROUP-TOTALS TO MONTH-ENTRY-TOTALS (MONTH-INDEX).

      *--------------------------------
      * BY VENDOR
      *--------------------------------
      * The vendor key brings each vendor's vouchers together; the
      * operator and month tables fill on the same pass.
       PRINT-THE-VENDOR-SECTION.
            MOVE "VENDOR" TO PRINT-SECTION-NAME.
            MOVE "VENDOR" TO PRINT-COLUMN-LABEL.
            PERFORM PRINT-SECTION-HEADING.
            PERFORM START-BY-VENDOR.
            IF VOUCHER-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-VOUCHER-RECORD.
            PERFORM REPORT-ONE-VENDOR
               UNTIL VOUCHER-FILE-AT-END = "Y".
            MOVE REPORT-GROUP-TOTALS TO GROUP-TOTALS.
            IF GROUP-COUNT NOT = ZERO
                PERFORM LINE-FEED
                MOVE SPACE TO SUMMARY-LINE
                MOVE "ALL" TO PRINT-GROUP-KEY
                MOVE "INVOICES" TO PRINT-GROUP-NAME
                PERFORM PRINT-THE-GROUP.

       REPORT-ONE-VENDOR.
            MOVE VOUCHER-VENDOR TO CURRENT-VENDOR.
            MOVE ZEROES TO GROUP-TOTALS.
            MOVE GROUP-TOTALS TO VENDOR-GROUP-TOTALS.
            PERFORM CHECK-ONE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y" OR
                  VOUCHER-VENDOR NOT = CURRENT-VENDOR.
            MOVE VENDOR-GROUP-TOTALS TO GROUP-TOTALS.
            IF GROUP-COUNT NOT = ZERO
                PERFORM PRINT-THE-VENDOR-LINE.

       CHECK-ONE-VOUCHER.
            PERFORM SELECT-THE-VOUCHER.
            IF CYCLE-VOUCHER = "U"
                ADD 1 TO UNDATED-COUNT.
            IF CYCLE-VOUCHER = "Y"
                PERFORM ADD-TO-THE-VENDOR
                PERFORM ADD-TO-THE-OPERATOR
                PERFORM ADD-TO-THE-MONTH
                PERFORM ADD-TO-THE-REPORT.
            PERFORM READ-NEXT-VOUCHER-RECORD.

       ADD-TO-THE-VENDOR.
            MOVE VENDOR-GROUP-TOTALS TO GROUP-TOTALS.
            PERFORM ADD-VOUCHER-TO-GROUP.
            MOVE GROUP-TOTALS TO VENDOR-GROUP-TOTALS.

       ADD-TO-THE-REPORT.
            MOVE REPORT-GROUP-TOTALS TO GROUP-TOTALS.
            PERFORM ADD-VOUCHER-TO-GROUP.
            MOVE GROUP-TOTALS TO REPORT-GROUP-TOTALS.

       PRINT-THE-VENDOR-LINE.
            MOVE SPACE TO SUMMARY-LINE.
            MOVE CURRENT-VENDOR TO PRINT-GROUP-KEY.
            MOVE CURRENT-VENDOR TO VENDOR-NUMBER.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.
            IF VENDOR-RECORD-FOUND = "N"
                MOVE "**NOT FOUND**" TO PRINT-GROUP-NAME
            ELSE
                MOVE VENDOR-NAME TO PRINT-GROUP-NAME.
            PERFORM PRINT-THE-GROUP.

      *--------------------------------
      * MEASURING ONE VOUCHER
      *--------------------------------
      * Only invoices count - credit memos and prepayments have no
      * cycle to speak of - and only once they are paid.
       SELECT-THE-VOUCHER.
            MOVE "N" TO CYCLE-VOUCHER.
            IF VOUCHER-COMPANY = REPORT-COMPANY AND
                  VOUCHER-TYPE-INVOICE AND
                  VOUCHER-PAID-DATE NOT = ZEROES
                MOVE VOUCHER-PAID-DATE (1 : 6) TO MONTH-NUMBER
                IF MONTH-NUMBER NOT < FROM-MONTH AND
                      MONTH-NUMBER NOT > THROUGH-MONTH
                    PERFORM CHECK-THE-CYCLE-DATES.

       CHECK-THE-CYCLE-DATES.
            IF VOUCHER-RECEIVED-DATE = ZEROES OR
                  VOUCHER-ENTERED-DATE = ZEROES
                MOVE "U" TO CYCLE-VOUCHER
            ELSE
                MOVE "Y" TO CYCLE-VOUCHER
                PERFORM MEASURE-THE-CYCLE.

      * A voucher that never went to the approval queue was approved
      * the day it was keyed. A leg that comes out negative - a
      * received date keyed after the entry day - counts as zero.
       MEASURE-THE-CYCLE.
            IF VOUCHER-APPROVED AND
                  VOUCHER-APPROVED-DATE NOT = ZEROES
                MOVE VOUCHER-APPROVED-DATE TO CYCLE-APPROVED-DATE
            ELSE
                MOVE VOUCHER-ENTERED-DATE TO CYCLE-APPROVED-DATE.
            COMPUTE DAYS-TO-ENTRY =
               FUNCTION INTEGER-OF-DATE (VOUCHER-ENTERED-DATE) -
               FUNCTION INTEGER-OF-DATE (VOUCHER-RECEIVED-DATE).
            COMPUTE DAYS-TO-APPROVAL =
               FUNCTION INTEGER-OF-DATE (CYCLE-APPROVED-DATE) -
               FUNCTION INTEGER-OF-DATE (VOUCHER-ENTERED-DATE).
            COMPUTE DAYS-TO-PAYMENT =
               FUNCTION INTEGER-OF-DATE (VOUCHER-PAID-DATE) -
               FUNCTION INTEGER-OF-DATE (CYCLE-APPROVED-DATE).
            IF DAYS-TO-ENTRY < ZERO
                MOVE ZERO TO DAYS-TO-ENTRY.
            IF DAYS-TO-APPROVAL < ZERO
                MOVE ZERO TO DAYS-TO-APPROVAL.
            IF DAYS-TO-PAYMENT < ZERO
                MOVE ZERO TO DAYS-TO-PAYMENT.
            COMPUTE DAYS-TOTAL =
               DAYS-TO-ENTRY + DAYS-TO-APPROVAL + DAYS-TO-PAYMENT.
            IF DAYS-TOTAL > TARGET-DAYS
                MOVE "Y" TO CYCLE-OVER-TARGET
            ELSE
                MOVE "N" TO CYCLE-OVER-TARGET.

       ADD-VOUCHER-TO-GROUP.
            ADD 1 TO GROUP-COUNT.
            ADD DAYS-TO-ENTRY TO GROUP-TO-ENTRY.
            ADD DAYS-TO-APPROVAL TO GROUP-TO-APPROVAL.
            ADD DAYS-TO-PAYMENT TO GROUP-TO-PAYMENT.
            ADD DAYS-TOTAL TO GROUP-TOTAL-DAYS.
            IF CYCLE-OVER-TARGET = "Y"
                ADD 1 TO GROUP-OVER.

      *--------------------------------
      * BY OPERATOR
      *--------------------------------
       ADD-TO-THE-OPERATOR.
            MOVE ZERO TO OPERATOR-SLOT.
            PERFORM FIND-OPERATOR-SLOT
               VARYING OPERATOR-INDEX FROM 1 BY 1
               UNTIL OPERATOR-INDEX > OPERATOR-COUNT.
            IF OPERATOR-SLOT = ZERO
                COMPUTE OPERATOR-SLOT = OPERATOR-COUNT + 1
                PERFORM OPEN-AN-OPERATOR-SLOT
            ELSE
                IF OPERATOR-ENTRY-ID (OPERATOR-SLOT) NOT =
                      VOUCHER-ENTERED-BY
                    PERFORM OPEN-AN-OPERATOR-SLOT.
            IF OPERATOR-SLOT = ZERO
                MOVE OTHER-OPERATOR-TOTALS TO GROUP-TOTALS
                PERFORM ADD-VOUCHER-TO-GROUP
                MOVE GROUP-TOTALS TO OTHER-OPERATOR-TOTALS
            ELSE
                MOVE OPERATOR-ENTRY-TOTALS (OPERATOR-SLOT)
                   TO GROUP-TOTALS
                PERFORM ADD-VOUCHER-TO-GROUP
                MOVE GROUP-TOTALS
                   TO OPERATOR-ENTRY-TOTALS (OPERATOR-SLOT).

      * The first entry at or past this operator's code is where
      * the operator is, or belongs.
       FIND-OPERATOR-SLOT.
            IF OPERATOR-SLOT = ZERO AND
                  OPERATOR-ENTRY-ID (OPERATOR-INDEX) NOT <
                     VOUCHER-ENTERED-BY
                MOVE OPERATOR-INDEX TO OPERATOR-SLOT.

      * A full table sends the newcomer to OTHERS (slot zero).
       OPEN-AN-OPERATOR-SLOT.
            IF OPERATOR-COUNT = 100
                MOVE ZERO TO OPERATOR-SLOT
            ELSE
                PERFORM SHIFT-ONE-OPERATOR-ENTRY
                   VARYING OPERATOR-INDEX FROM OPERATOR-COUNT BY -1
                   UNTIL OPERATOR-INDEX < OPERATOR-SLOT
                ADD 1 TO OPERATOR-COUNT
                MOVE VOUCHER-ENTERED-BY
                   TO OPERATOR-ENTRY-ID (OPERATOR-SLOT)
                MOVE ZEROES TO GROUP-TOTALS
                MOVE GROUP-TOTALS
                   TO OPERATOR-ENTRY-TOTALS (OPERATOR-SLOT).

       SHIFT-ONE-OPERATOR-ENTRY.
            MOVE OPERATOR-ENTRY (OPERATOR-INDEX)
               TO OPERATOR-ENTRY (OPERATOR-INDEX + 1).

       PRINT-THE-OPERATOR-SECTION.
            MOVE "OPERATOR WHO ENTERED THE VOUCHER"
               TO PRINT-SECTION-NAME.
            MOVE "OPERATOR" TO PRINT-COLUMN-LABEL.
            PERFORM PRINT-SECTION-HEADING.
            PERFORM PRINT-ONE-OPERATOR
               VARYING OPERATOR-INDEX FROM 1 BY 1
               UNTIL OPERATOR-INDEX > OPERATOR-COUNT.
            MOVE OTHER-OPERATOR-TOTALS TO GROUP-TOTALS.
            IF GROUP-COUNT NOT = ZERO
                MOVE SPACE TO SUMMARY-LINE
                MOVE "OTHERS" TO PRINT-GROUP-KEY
                PERFORM PRINT-THE-GROUP.

      * EDI, BATCH and the other loaders sign vouchers with their
      * own names - they are not on the operator file.
       PRINT-ONE-OPERATOR.
            MOVE SPACE TO SUMMARY-LINE.
            MOVE OPERATOR-ENTRY-ID (OPERATOR-INDEX)
               TO PRINT-GROUP-KEY.
            MOVE OPERATOR-ENTRY-ID (OPERATOR-INDEX) TO OPERATOR-CODE.
            MOVE "Y" TO OPERATOR-RECORD-FOUND.
            READ OPERATOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO OPERATOR-RECORD-FOUND.
            IF OPERATOR-RECORD-FOUND = "N"
                MOVE "(SYSTEM LOAD)" TO PRINT-GROUP-NAME
            ELSE
                MOVE OPERATOR-NAME TO PRINT-GROUP-NAME.
            MOVE OPERATOR-ENTRY-TOTALS (OPERATOR-INDEX)
               TO GROUP-TOTALS.
            PERFORM PRINT-THE-GROUP.

      *--------------------------------
      * BY MONTH PAID
      *--------------------------------
       ADD-TO-THE-MONTH.
            COMPUTE MONTH-INDEX =
               (MONTH-NUMBER-CCYY - FROM-MONTH-CCYY) * 12 +
               MONTH-NUMBER-MM - FROM-MONTH-MM + 1.
            MOVE MONTH-ENTRY-TOTALS (MONTH-INDEX) TO GROUP-TOTALS.
            PERFORM ADD-VOUCHER-TO-GROUP.
            MOVE GROUP-TOTALS TO MONTH-ENTRY-TOTALS (MONTH-INDEX).

       PRINT-THE-MONTH-SECTION.
            MOVE "MONTH PAID" TO PRINT-SECTION-NAME.
            MOVE "MONTH" TO PRINT-COLUMN-LABEL.
            PERFORM PRINT-SECTION-HEADING.
            MOVE FROM-MONTH TO MONTH-NUMBER.
            PERFORM PRINT-ONE-MONTH
               VARYING MONTH-INDEX FROM 1 BY 1
               UNTIL MONTH-INDEX > MONTH-COUNT.

       PRINT-ONE-MONTH.
            MOVE MONTH-ENTRY-TOTALS (MONTH-INDEX) TO GROUP-TOTALS.
            IF GROUP-COUNT NOT = ZERO
                MOVE SPACE TO SUMMARY-LINE
                MOVE MONTH-NUMBER TO PRINT-GROUP-KEY
                PERFORM PRINT-THE-GROUP.
            IF MONTH-NUMBER-MM = 12
                ADD 1 TO MONTH-NUMBER-CCYY
                MOVE 1 TO MONTH-NUMBER-MM
            ELSE
                ADD 1 TO MONTH-NUMBER-MM.

      *--------------------------------
      * OVER THE TARGET
      *--------------------------------
      * A second pass in voucher order picks out every measured
      * invoice that took longer than the target.
       PRINT-THE-EXCEPTIONS.
            PERFORM LINE-FEED.
            MOVE TARGET-DAYS TO PRINT-EXCEPTION-TARGET.
            MOVE EXCEPTION-TITLE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE EXCEPTION-COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM START-BY-NUMBER.
            IF VOUCHER-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-VOUCHER-RECORD.
            PERFORM CHECK-ONE-EXCEPTION
               UNTIL VOUCHER-FILE-AT-END = "Y".
            IF EXCEPTIONS-LISTED = ZERO
                MOVE "NONE" TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

       CHECK-ONE-EXCEPTION.
            PERFORM SELECT-THE-VOUCHER.
            IF CYCLE-VOUCHER = "Y" AND
                  CYCLE-OVER-TARGET = "Y"
                PERFORM PRINT-ONE-EXCEPTION.
            PERFORM READ-NEXT-VOUCHER-RECORD.

       PRINT-ONE-EXCEPTION.
            MOVE SPACE TO EXCEPTION-LINE.
            MOVE VOUCHER-NUMBER TO PRINT-EX-VOUCHER.
            MOVE VOUCHER-VENDOR TO PRINT-EX-VENDOR.
            MOVE VOUCHER-INVOICE TO PRINT-EX-INVOICE.
            MOVE VOUCHER-ENTERED-BY TO PRINT-EX-OPERATOR.
            MOVE VOUCHER-RECEIVED-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-EX-RECEIVED.
            MOVE DAYS-TO-ENTRY TO PRINT-EX-TO-ENTRY.
            MOVE DAYS-TO-APPROVAL TO PRINT-EX-TO-APPROVAL.
            MOVE DAYS-TO-PAYMENT TO PRINT-EX-TO-PAYMENT.
            MOVE DAYS-TOTAL TO PRINT-EX-TOTAL.
            MOVE EXCEPTION-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            ADD 1 TO EXCEPTIONS-LISTED.

      *--------------------------------
      * PRINTING A GROUP
      *--------------------------------
       PRINT-SECTION-HEADING.
            PERFORM LINE-FEED.
            MOVE SECTION-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      * The key and name are already in the summary line; the
      * averages come from GROUP-TOTALS.
       PRINT-THE-GROUP.
            MOVE GROUP-COUNT TO PRINT-GROUP-COUNT.
            MOVE GROUP-OVER TO PRINT-GROUP-OVER.
            COMPUTE AVERAGE-DAYS ROUNDED =
               GROUP-TO-ENTRY / GROUP-COUNT.
            MOVE AVERAGE-DAYS TO PRINT-AVG-TO-ENTRY.
            COMPUTE AVERAGE-DAYS ROUNDED =
               GROUP-TO-APPROVAL / GROUP-COUNT.
            MOVE AVERAGE-DAYS TO PRINT-AVG-TO-APPROVAL.
            COMPUTE AVERAGE-DAYS ROUNDED =
               GROUP-TO-PAYMENT / GROUP-COUNT.
            MOVE AVERAGE-DAYS TO PRINT-AVG-TO-PAYMENT.
            COMPUTE AVERAGE-DAYS ROUNDED =
               GROUP-TOTAL-DAYS / GROUP-COUNT.
            MOVE AVERAGE-DAYS TO PRINT-AVG-TOTAL.
            MOVE SUMMARY-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * TOTALS
      *--------------------------------
       PRINT-THE-TOTALS.
            PERFORM LINE-FEED.
            MOVE REPORT-GROUP-TOTALS TO GROUP-TOTALS.
            MOVE SPACE TO TOTAL-LINE.
            MOVE "PAID INVOICES MEASURED" TO PRINT-TOTAL-LABEL.
            MOVE GROUP-COUNT TO PRINT-TOTAL-COUNT.
            PERFORM WRITE-TOTAL-LINE.
            MOVE SPACE TO TOTAL-LINE.
            MOVE "OVER THE TARGET" TO PRINT-TOTAL-LABEL.
            MOVE GROUP-OVER TO PRINT-TOTAL-COUNT.
            PERFORM WRITE-TOTAL-LINE.
            MOVE SPACE TO TOTAL-LINE.
            MOVE "PAID INVOICES WITH NO RECEIVED DATE"
               TO PRINT-TOTAL-LABEL.
            MOVE UNDATED-COUNT TO PRINT-TOTAL-COUNT.
            PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
            MOVE TOTAL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       START-BY-VENDOR.
            MOVE "N" TO VOUCHER-FILE-AT-END.
            MOVE ZEROES TO VOUCHER-VENDOR.
            START VOUCHER-FILE
               KEY IS NOT LESS THAN VOUCHER-VENDOR
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.

       START-BY-NUMBER.
            MOVE "N" TO VOUCHER-FILE-AT-END.
            MOVE ZEROES TO VOUCHER-NUMBER.
            START VOUCHER-FILE
               KEY IS NOT LESS THAN VOUCHER-NUMBER
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.

       READ-NEXT-VOUCHER-RECORD.
            READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-FILE-AT-END.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "dtfmt01.cbl".
            COPY "plnumval01.cbl".

            COPY "plspool01.cbl".
