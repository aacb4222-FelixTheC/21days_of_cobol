      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Expense-report policy audit - the abuse expense entry
      * (expmnt01.cbl) cannot see one line at a time, caught across
      * every report on fdexph01.cbl/fdexpd01.cbl so the controller
      * can sample and follow up. Each expense line is held against:
      *   OVER-CAP  - the employee's meals (or lodging) for the day,
      *               across all their reports, come to more than
      *               the meal cap (or lodging cap) in force that
      *               day - rate types "MC"/"LC" on fdexprat.cbl;
      *               no cap on file, no check
      *   WEEKEND   - dated on a Saturday or Sunday
      *   HOLIDAY   - dated on a holiday on fdholiday.cbl
      *   DUP-CLAIM - the same date, category and amount claimed by
      *               another employee - the shared dinner claimed
      *               twice
      *   MILE+AIR  - mileage claimed on a day the same employee
      *               also claims airfare
      * and each approved report against its approver: the report
      * is flagged when the approver's sign-on belongs to the
      * claimant, or to an employee whose supervisor is the
      * claimant (EMPLOYEE-OPERATOR-CODE and EMPLOYEE-SUPERVISOR on
      * fdemp01.cbl). The report prints by employee, with only the
      * offending lines under each.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. exppol01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slexph01.cbl".
            COPY "slexpd01.cbl".
            COPY "slemp01.cbl".
            COPY "slexprat.cbl".
            COPY "slholiday.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdexph01.cbl".
            COPY "fdexpd01.cbl".
            COPY "fdemp01.cbl".
            COPY "fdexprat.cbl".
            COPY "fdholiday.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsbusday01.cbl".

      * Every expense line on file, with the employee from its
      * report header and the checks it failed.
       01   EXPENSE-LINE-TABLE.
            05 EXPENSE-LINE-ENTRY         OCCURS 3000 TIMES.
               10 TABLE-EMPLOYEE          PIC 9(5).
               10 TABLE-REPORT            PIC 9(5).
               10 TABLE-LINE              PIC 9(2).
               10 TABLE-DATE              PIC 9(8).
               10 TABLE-CATEGORY          PIC X(4).
               10 TABLE-AMOUNT            PIC S9(5)V99.
               10 TABLE-FLAGS.
                  15 TABLE-OVER-CAP       PIC X.
                  15 TABLE-DAY-FLAG       PIC X.
                  15 TABLE-DUPLICATE      PIC X.
                  15 TABLE-MILE-AIR       PIC X.

      * Approved reports whose approver is the claimant or reports
      * to the claimant.
       01   REPORT-FLAG-TABLE.
            05 REPORT-FLAG-ENTRY          OCCURS 1000 TIMES.
               10 FLAGGED-EMPLOYEE        PIC 9(5).
               10 FLAGGED-REPORT          PIC 9(5).
               10 FLAGGED-APPROVER        PIC X(10).
               10 FLAGGED-REASON          PIC X.

      * Employees who approve under a sign-on of their own.
       01   APPROVER-TABLE.
            05 APPROVER-ENTRY             OCCURS 500 TIMES.
               10 APPROVER-CODE           PIC X(10).
               10 APPROVER-EMPLOYEE       PIC 9(5).
               10 APPROVER-SUPERVISOR     PIC 9(5).

       01   DETAIL-LINE.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-REPORT               PIC ZZZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-LINE                 PIC Z9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-DATE                 PIC Z9/99/9999.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-CATEGORY             PIC X(4).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-AMOUNT               PIC ZZ,ZZ9.99-.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-FLAGS                PIC X(37).

       01   COLUMN-LINE.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(5)  VALUE "RPT".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(2)  VALUE "LN".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(10) VALUE "DATE".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(4)  VALUE "CAT".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(10) VALUE
                             "    AMOUNT".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(37) VALUE
                             "POLICY EXCEPTIONS".

       77   DETAIL-FILE-AT-END            PIC X.
       77   HEADER-FILE-AT-END            PIC X.
       77   EMPLOYEE-FILE-AT-END          PIC X.
       77   HEADER-RECORD-FOUND           PIC X.
       77   EMPLOYEE-RECORD-FOUND         PIC X.
       77   EXPRATE-AT-END                PIC X.

       77   LINE-COUNT                    PIC 9(4) VALUE ZERO.
       77   LINE-INDEX                    PIC 9(4).
       77   OTHER-INDEX                   PIC 9(4).
       77   LINE-OVERFLOW                 PIC X VALUE "N".
       77   REPORT-FLAG-COUNT             PIC 9(4) VALUE ZERO.
       77   REPORT-INDEX                  PIC 9(4).
       77   REPORT-OVERFLOW               PIC X VALUE "N".
       77   APPROVER-COUNT                PIC 9(3) VALUE ZERO.
       77   APPROVER-INDEX                PIC 9(3).

       77   DAY-TOTAL                     PIC S9(7)V99.
       77   POLICY-CAP                    PIC 9(3)V9(4).
       77   CAP-WANTED-TYPE               PIC X(2).
       77   CAP-DATE                      PIC 9(8).

       77   LAST-PRINTED-EMPLOYEE         PIC 9(5).
       77   NEXT-EMPLOYEE                 PIC 9(5).
       77   FLAG-POINTER                  PIC 99.
       77   APPROVAL-REASON               PIC X.

       77   OVER-CAP-COUNT                PIC 9(5) VALUE ZERO.
       77   WEEKEND-COUNT                 PIC 9(5) VALUE ZERO.
       77   HOLIDAY-COUNT                 PIC 9(5) VALUE ZERO.
       77   DUPLICATE-COUNT               PIC 9(5) VALUE ZERO.
       77   MILE-AIR-COUNT                PIC 9(5) VALUE ZERO.
       77   EMPLOYEES-LISTED              PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.

            MOVE "EXPENSE REPORT POLICY AUDIT - BY EMPLOYEE"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

            PERFORM LOAD-THE-APPROVERS.
            PERFORM LOAD-THE-EXPENSE-LINES.
            PERFORM CHECK-ONE-LINE
               VARYING LINE-INDEX FROM 1 BY 1
               UNTIL LINE-INDEX > LINE-COUNT.
            PERFORM CHECK-THE-APPROVERS.

            MOVE ZEROES TO LAST-PRINTED-EMPLOYEE.
            PERFORM FIND-NEXT-EMPLOYEE.
            PERFORM PRINT-ONE-EMPLOYEE
               UNTIL NEXT-EMPLOYEE = 99999.

            PERFORM PRINT-TOTALS.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT EXPENSE-HEADER-FILE.
            OPEN INPUT EXPENSE-DETAIL-FILE.
            OPEN INPUT EMPLOYEE-FILE.
            OPEN INPUT EXPENSE-RATE-FILE.
            OPEN INPUT HOLIDAY-FILE.
            MOVE "EXPPOL01" TO SPOOL-NAME-REPORT-ID.
            MOVE "EXPENSE POLICY AUDIT" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE EXPENSE-HEADER-FILE.
            CLOSE EXPENSE-DETAIL-FILE.
            CLOSE EMPLOYEE-FILE.
            CLOSE EXPENSE-RATE-FILE.
            CLOSE HOLIDAY-FILE.
            CLOSE PRINTER-FILE.

      *--------------------------------
      * LOAD
      *--------------------------------
       LOAD-THE-APPROVERS.
            MOVE "N" TO EMPLOYEE-FILE-AT-END.
            PERFORM LOAD-ONE-APPROVER
               UNTIL EMPLOYEE-FILE-AT-END = "Y".

       LOAD-ONE-APPROVER.
            READ EMPLOYEE-FILE NEXT RECORD
               AT END MOVE "Y" TO EMPLOYEE-FILE-AT-END.
            IF EMPLOYEE-FILE-AT-END NOT = "Y"
                IF EMPLOYEE-OPERATOR-CODE NOT = SPACES AND
                      APPROVER-COUNT < 500
                    ADD 1 TO APPROVER-COUNT
                    MOVE EMPLOYEE-OPERATOR-CODE
                       TO APPROVER-CODE (APPROVER-COUNT)
                    MOVE EMPLOYEE-NUMBER
                       TO APPROVER-EMPLOYEE (APPROVER-COUNT)
                    MOVE EMPLOYEE-SUPERVISOR
                       TO APPROVER-SUPERVISOR (APPROVER-COUNT).

       LOAD-THE-EXPENSE-LINES.
            MOVE ZEROES TO EXPENSE-REPORT-NUMBER.
            MOVE "N" TO HEADER-RECORD-FOUND.
            MOVE "N" TO DETAIL-FILE-AT-END.
            PERFORM LOAD-ONE-EXPENSE-LINE
               UNTIL DETAIL-FILE-AT-END = "Y".

       LOAD-ONE-EXPENSE-LINE.
            READ EXPENSE-DETAIL-FILE NEXT RECORD
               AT END MOVE "Y" TO DETAIL-FILE-AT-END.
            IF DETAIL-FILE-AT-END NOT = "Y"
                IF EXPDET-REPORT-NUMBER NOT = EXPENSE-REPORT-NUMBER
                    PERFORM READ-THE-LINE-HEADER.
            IF DETAIL-FILE-AT-END NOT = "Y" AND
                  HEADER-RECORD-FOUND = "Y"
                IF LINE-COUNT < 3000
                    PERFORM ADD-THE-EXPENSE-LINE
                ELSE
                    MOVE "Y" TO LINE-OVERFLOW.

       READ-THE-LINE-HEADER.
            MOVE EXPDET-REPORT-NUMBER TO EXPENSE-REPORT-NUMBER.
            MOVE "Y" TO HEADER-RECORD-FOUND.
            READ EXPENSE-HEADER-FILE RECORD
               INVALID KEY
               MOVE "N" TO HEADER-RECORD-FOUND.

       ADD-THE-EXPENSE-LINE.
            ADD 1 TO LINE-COUNT.
            MOVE EXPENSE-EMPLOYEE TO TABLE-EMPLOYEE (LINE-COUNT).
            MOVE EXPDET-REPORT-NUMBER TO TABLE-REPORT (LINE-COUNT).
            MOVE EXPDET-LINE-NUMBER TO TABLE-LINE (LINE-COUNT).
            MOVE EXPDET-DATE TO TABLE-DATE (LINE-COUNT).
            MOVE EXPDET-CATEGORY TO TABLE-CATEGORY (LINE-COUNT).
            MOVE EXPDET-AMOUNT TO TABLE-AMOUNT (LINE-COUNT).
            MOVE SPACES TO TABLE-FLAGS (LINE-COUNT).

      *--------------------------------
      * LINE CHECKS
      *--------------------------------
       CHECK-ONE-LINE.
            PERFORM CHECK-THE-DAY-OF-WEEK.
            MOVE ZERO TO DAY-TOTAL.
            PERFORM COMPARE-WITH-OTHER-LINE
               VARYING OTHER-INDEX FROM 1 BY 1
               UNTIL OTHER-INDEX > LINE-COUNT.
            IF TABLE-CATEGORY (LINE-INDEX) = "MEAL" OR
                  TABLE-CATEGORY (LINE-INDEX) = "LODG"
                PERFORM CHECK-THE-DAY-AGAINST-CAP.
            PERFORM COUNT-THE-LINE-FLAGS.

      * plbusday.cbl's weekday and holiday tests, taken one at a
      * time so the line says which it was.
       CHECK-THE-DAY-OF-WEEK.
            MOVE TABLE-DATE (LINE-INDEX) TO BUSINESS-DATE.
            MOVE "Y" TO BUSINESS-DATE-OK.
            PERFORM CHECK-BUSINESS-DAY-OF-WEEK.
            IF BUSINESS-DATE-OK = "N"
                MOVE "W" TO TABLE-DAY-FLAG (LINE-INDEX)
            ELSE
                PERFORM CHECK-BUSINESS-DATE-HOLIDAY
                IF BUSINESS-DATE-OK = "N"
                    MOVE "H" TO TABLE-DAY-FLAG (LINE-INDEX).

      * One pass over every other line does the three cross-line
      * checks: the day's total for the cap, a duplicate claim by
      * another employee, and airfare the same day as mileage.
       COMPARE-WITH-OTHER-LINE.
            IF TABLE-EMPLOYEE (OTHER-INDEX) =
                  TABLE-EMPLOYEE (LINE-INDEX) AND
                  TABLE-DATE (OTHER-INDEX) = TABLE-DATE (LINE-INDEX)
                IF TABLE-CATEGORY (OTHER-INDEX) =
                      TABLE-CATEGORY (LINE-INDEX)
                    ADD TABLE-AMOUNT (OTHER-INDEX) TO DAY-TOTAL
                ELSE
                IF TABLE-CATEGORY (LINE-INDEX) = "MILE" AND
                      TABLE-CATEGORY (OTHER-INDEX) = "AIR "
                    MOVE "M" TO TABLE-MILE-AIR (LINE-INDEX).
            IF TABLE-EMPLOYEE (OTHER-INDEX) NOT =
                  TABLE-EMPLOYEE (LINE-INDEX) AND
                  TABLE-DATE (OTHER-INDEX) = TABLE-DATE (LINE-INDEX)
                  AND TABLE-CATEGORY (OTHER-INDEX) =
                      TABLE-CATEGORY (LINE-INDEX)
                  AND TABLE-AMOUNT (OTHER-INDEX) =
                      TABLE-AMOUNT (LINE-INDEX)
                MOVE "D" TO TABLE-DUPLICATE (LINE-INDEX).

       CHECK-THE-DAY-AGAINST-CAP.
            IF TABLE-CATEGORY (LINE-INDEX) = "MEAL"
                MOVE "MC" TO CAP-WANTED-TYPE
            ELSE
                MOVE "LC" TO CAP-WANTED-TYPE.
            MOVE TABLE-DATE (LINE-INDEX) TO CAP-DATE.
            PERFORM LOOK-UP-POLICY-CAP.
            IF POLICY-CAP NOT = ZERO AND
                  DAY-TOTAL > POLICY-CAP
                MOVE "C" TO TABLE-OVER-CAP (LINE-INDEX).

      * Latest cap on or before the day - the fdfxrate walk-forward
      * idiom expense entry uses for its rates.
       LOOK-UP-POLICY-CAP.
            MOVE ZERO TO POLICY-CAP.
            MOVE "N" TO EXPRATE-AT-END.
            MOVE CAP-WANTED-TYPE TO EXPRATE-TYPE.
            MOVE ZEROES TO EXPRATE-EFFECTIVE-DATE.
            START EXPENSE-RATE-FILE
               KEY IS NOT LESS THAN EXPRATE-KEY
               INVALID KEY
               MOVE "Y" TO EXPRATE-AT-END.
            PERFORM TAKE-ONE-POLICY-CAP
               UNTIL EXPRATE-AT-END = "Y".

       TAKE-ONE-POLICY-CAP.
            READ EXPENSE-RATE-FILE NEXT RECORD
               AT END MOVE "Y" TO EXPRATE-AT-END.
            IF EXPRATE-AT-END NOT = "Y"
                IF EXPRATE-TYPE NOT = CAP-WANTED-TYPE OR
                      EXPRATE-EFFECTIVE-DATE > CAP-DATE
                    MOVE "Y" TO EXPRATE-AT-END
                ELSE
                    MOVE EXPRATE-AMOUNT TO POLICY-CAP.

       COUNT-THE-LINE-FLAGS.
            IF TABLE-OVER-CAP (LINE-INDEX) NOT = SPACE
                ADD 1 TO OVER-CAP-COUNT.
            IF TABLE-DAY-FLAG (LINE-INDEX) = "W"
                ADD 1 TO WEEKEND-COUNT.
            IF TABLE-DAY-FLAG (LINE-INDEX) = "H"
                ADD 1 TO HOLIDAY-COUNT.
            IF TABLE-DUPLICATE (LINE-INDEX) NOT = SPACE
                ADD 1 TO DUPLICATE-COUNT.
            IF TABLE-MILE-AIR (LINE-INDEX) NOT = SPACE
                ADD 1 TO MILE-AIR-COUNT.

      *--------------------------------
      * APPROVER CHECK
      *--------------------------------
       CHECK-THE-APPROVERS.
            MOVE ZEROES TO EXPENSE-REPORT-NUMBER.
            MOVE "N" TO HEADER-FILE-AT-END.
            START EXPENSE-HEADER-FILE
               KEY IS NOT LESS THAN EXPENSE-REPORT-NUMBER
               INVALID KEY
               MOVE "Y" TO HEADER-FILE-AT-END.
            PERFORM CHECK-ONE-APPROVAL
               UNTIL HEADER-FILE-AT-END = "Y".

       CHECK-ONE-APPROVAL.
            READ EXPENSE-HEADER-FILE NEXT RECORD
               AT END MOVE "Y" TO HEADER-FILE-AT-END.
            IF HEADER-FILE-AT-END NOT = "Y"
                IF EXPENSE-APPROVED-BY NOT = SPACES
                    PERFORM MATCH-ONE-APPROVER
                       VARYING APPROVER-INDEX FROM 1 BY 1
                       UNTIL APPROVER-INDEX > APPROVER-COUNT.

       MATCH-ONE-APPROVER.
            IF APPROVER-CODE (APPROVER-INDEX) = EXPENSE-APPROVED-BY
                IF APPROVER-EMPLOYEE (APPROVER-INDEX) =
                      EXPENSE-EMPLOYEE
                    MOVE "S" TO APPROVAL-REASON
                    PERFORM FLAG-THE-APPROVAL
                ELSE
                IF APPROVER-SUPERVISOR (APPROVER-INDEX) =
                      EXPENSE-EMPLOYEE
                    MOVE "R" TO APPROVAL-REASON
                    PERFORM FLAG-THE-APPROVAL.

       FLAG-THE-APPROVAL.
            IF REPORT-FLAG-COUNT < 1000
                ADD 1 TO REPORT-FLAG-COUNT
                MOVE EXPENSE-EMPLOYEE
                   TO FLAGGED-EMPLOYEE (REPORT-FLAG-COUNT)
                MOVE EXPENSE-REPORT-NUMBER
                   TO FLAGGED-REPORT (REPORT-FLAG-COUNT)
                MOVE EXPENSE-APPROVED-BY
                   TO FLAGGED-APPROVER (REPORT-FLAG-COUNT)
                MOVE APPROVAL-REASON
                   TO FLAGGED-REASON (REPORT-FLAG-COUNT)
            ELSE
                MOVE "Y" TO REPORT-OVERFLOW.

      *--------------------------------
      * PRINT BY EMPLOYEE
      *--------------------------------
      * Employees print in order - each pass takes the lowest
      * employee after the last one printed that has a flagged line
      * or a flagged approval; 99999 when there are no more.
       FIND-NEXT-EMPLOYEE.
            MOVE 99999 TO NEXT-EMPLOYEE.
            PERFORM FIND-NEXT-LINE-EMPLOYEE
               VARYING LINE-INDEX FROM 1 BY 1
               UNTIL LINE-INDEX > LINE-COUNT.
            PERFORM FIND-NEXT-REPORT-EMPLOYEE
               VARYING REPORT-INDEX FROM 1 BY 1
               UNTIL REPORT-INDEX > REPORT-FLAG-COUNT.

       FIND-NEXT-LINE-EMPLOYEE.
            IF TABLE-FLAGS (LINE-INDEX) NOT = SPACES AND
                  TABLE-EMPLOYEE (LINE-INDEX) > LAST-PRINTED-EMPLOYEE
                  AND TABLE-EMPLOYEE (LINE-INDEX) < NEXT-EMPLOYEE
                MOVE TABLE-EMPLOYEE (LINE-INDEX) TO NEXT-EMPLOYEE.

       FIND-NEXT-REPORT-EMPLOYEE.
            IF FLAGGED-EMPLOYEE (REPORT-INDEX) > LAST-PRINTED-EMPLOYEE
                  AND FLAGGED-EMPLOYEE (REPORT-INDEX) < NEXT-EMPLOYEE
                MOVE FLAGGED-EMPLOYEE (REPORT-INDEX) TO NEXT-EMPLOYEE.

       PRINT-ONE-EMPLOYEE.
            MOVE NEXT-EMPLOYEE TO EMPLOYEE-NUMBER.
            MOVE "Y" TO EMPLOYEE-RECORD-FOUND.
            READ EMPLOYEE-FILE RECORD
               INVALID KEY
               MOVE "N" TO EMPLOYEE-RECORD-FOUND.
            IF EMPLOYEE-RECORD-FOUND = "N"
                MOVE "**NOT FOUND**" TO EMPLOYEE-NAME.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "EMPLOYEE " NEXT-EMPLOYEE " " EMPLOYEE-NAME
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM PRINT-ONE-FLAGGED-LINE
               VARYING LINE-INDEX FROM 1 BY 1
               UNTIL LINE-INDEX > LINE-COUNT.
            PERFORM PRINT-ONE-FLAGGED-APPROVAL
               VARYING REPORT-INDEX FROM 1 BY 1
               UNTIL REPORT-INDEX > REPORT-FLAG-COUNT.
            PERFORM LINE-FEED.
            ADD 1 TO EMPLOYEES-LISTED.
            MOVE NEXT-EMPLOYEE TO LAST-PRINTED-EMPLOYEE.
            PERFORM FIND-NEXT-EMPLOYEE.

       PRINT-ONE-FLAGGED-LINE.
            IF TABLE-EMPLOYEE (LINE-INDEX) = NEXT-EMPLOYEE AND
                  TABLE-FLAGS (LINE-INDEX) NOT = SPACES
                PERFORM PRINT-THE-FLAGGED-LINE.

       PRINT-THE-FLAGGED-LINE.
            MOVE TABLE-REPORT (LINE-INDEX) TO PRINT-REPORT.
            MOVE TABLE-LINE (LINE-INDEX) TO PRINT-LINE.
            MOVE TABLE-DATE (LINE-INDEX) TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-DATE.
            MOVE TABLE-CATEGORY (LINE-INDEX) TO PRINT-CATEGORY.
            MOVE TABLE-AMOUNT (LINE-INDEX) TO PRINT-AMOUNT.
            MOVE SPACES TO PRINT-FLAGS.
            MOVE 1 TO FLAG-POINTER.
            IF TABLE-OVER-CAP (LINE-INDEX) NOT = SPACE
                STRING "OVER-CAP " DELIMITED BY SIZE
                   INTO PRINT-FLAGS WITH POINTER FLAG-POINTER.
            IF TABLE-DAY-FLAG (LINE-INDEX) = "W"
                STRING "WEEKEND " DELIMITED BY SIZE
                   INTO PRINT-FLAGS WITH POINTER FLAG-POINTER.
            IF TABLE-DAY-FLAG (LINE-INDEX) = "H"
                STRING "HOLIDAY " DELIMITED BY SIZE
                   INTO PRINT-FLAGS WITH POINTER FLAG-POINTER.
            IF TABLE-DUPLICATE (LINE-INDEX) NOT = SPACE
                STRING "DUP-CLAIM " DELIMITED BY SIZE
                   INTO PRINT-FLAGS WITH POINTER FLAG-POINTER.
            IF TABLE-MILE-AIR (LINE-INDEX) NOT = SPACE
                STRING "MILE+AIR" DELIMITED BY SIZE
                   INTO PRINT-FLAGS WITH POINTER FLAG-POINTER.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-FLAGGED-APPROVAL.
            IF FLAGGED-EMPLOYEE (REPORT-INDEX) = NEXT-EMPLOYEE
                PERFORM PRINT-THE-FLAGGED-APPROVAL.

       PRINT-THE-FLAGGED-APPROVAL.
            MOVE SPACES TO PRINTER-RECORD.
            IF FLAGGED-REASON (REPORT-INDEX) = "S"
                STRING "  REPORT " FLAGGED-REPORT (REPORT-INDEX)
                   " APPROVED BY " FLAGGED-APPROVER (REPORT-INDEX)
                   " - THE CLAIMANT'S OWN SIGN-ON"
                   DELIMITED BY SIZE INTO PRINTER-RECORD
            ELSE
                STRING "  REPORT " FLAGGED-REPORT (REPORT-INDEX)
                   " APPROVED BY " FLAGGED-APPROVER (REPORT-INDEX)
                   " - REPORTS TO THE CLAIMANT"
                   DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PRINT-TOTALS.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "EMPLOYEES LISTED:         " EMPLOYEES-LISTED
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "LINES OVER CAP:           " OVER-CAP-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "LINES ON A WEEKEND:       " WEEKEND-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "LINES ON A HOLIDAY:       " HOLIDAY-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "DUPLICATE CLAIMS:         " DUPLICATE-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "MILEAGE ON AIRFARE DAYS:  " MILE-AIR-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "APPROVALS FLAGGED:        " REPORT-FLAG-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF LINE-OVERFLOW = "Y"
                MOVE "** LINES PAST 3000 NOT CHECKED **"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            IF REPORT-OVERFLOW = "Y"
                MOVE "** FLAGGED APPROVALS PAST 1000 NOT SHOWN **"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            DISPLAY "EMPLOYEES WITH POLICY EXCEPTIONS: "
               EMPLOYEES-LISTED.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "dtfmt01.cbl".
            COPY "plbusday.cbl".

            COPY "plspool01.cbl".
