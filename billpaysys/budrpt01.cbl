      * the same figure entry's budget warning counts), and the
      * variance net of both, with grand totals. Closes the loop
      * the entry-time budget warning opens.
      * Like vchgl01.cbl, the lines can instead be subtotalled
      * through the chart's rollup groups (fdglrol01.cbl) or by
      * department - budget against actual for a department across
      * all of its accounts - printed line by line or as totals
      * only down to a chosen level, optionally for one department.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. budrpt01.
            COPY "slvouch.cbl".
            COPY "slbudget.cbl".
            COPY "slpo01.cbl".
            COPY "slglacct.cbl".
            COPY "slglrol01.cbl".

            COPY "slsplcat.cbl".

            COPY "fdvouch.cbl".
            COPY "fdbudget.cbl".
            COPY "fdpo01.cbl".
            COPY "fdglacct.cbl".
            COPY "fdglrol01.cbl".

            COPY "fdsplcat.cbl".

            05 FILLER                     PIC X(13) VALUE
                             "     VARIANCE".

      * The budget lines held for a rollup or department report,
      * with the break keys they sort and subtotal on - the rollup
      * groups top level first, or the department.
       01   BUDGET-LINE-TABLE.
            05 BUDGET-LINE-ENTRY OCCURS 200 TIMES.
               10 BUDGET-LINE-SORT-KEY.
                  15 BUDGET-LINE-BREAKS.
                     20 BUDGET-LINE-BREAK PIC X(6) OCCURS 4 TIMES.
                  15 BUDGET-LINE-GL-CODE  PIC X(6).
               10 BUDGET-LINE-BUDGET      PIC S9(9)V99.
               10 BUDGET-LINE-ACTUAL      PIC S9(9)V99.
               10 BUDGET-LINE-ENCUMBERED  PIC S9(9)V99.
       77   BUDGET-LINE-COUNT             PIC 999 VALUE ZERO.
       77   LINE-INDEX                    PIC 999.
       77   NEXT-INDEX                    PIC 999.
       77   HOLD-BUDGET-LINE              PIC X(63).
       77   SORT-SWAPPED                  PIC X.
       77   BUDGET-TABLE-FULL             PIC X VALUE "N".

      * The group each level is in now, and its running totals.
       01   BREAK-TABLE.
            05 BREAK-LEVEL OCCURS 4 TIMES.
               10 BREAK-CODE              PIC X(6).
               10 BREAK-BUDGET            PIC S9(9)V99.
               10 BREAK-ACTUAL            PIC S9(9)V99.
               10 BREAK-ENCUMBERED        PIC S9(9)V99.
       77   BREAK-DEPTH                   PIC 9 VALUE ZERO.
       77   BREAK-INDEX                   PIC 9.
       77   CHANGED-LEVEL                 PIC 9.
       77   FIRST-GROUP-LINE              PIC X VALUE "Y".
       77   BREAK-CAPTION                 PIC X(40).
       77   INDENT-POSITION               PIC 99.

       77   SUBTOTAL-MODE                 PIC X.
            88 SUBTOTAL-BY-ACCOUNT        VALUE "A".
            88 SUBTOTAL-BY-ROLLUP         VALUE "R".
            88 SUBTOTAL-BY-DEPARTMENT     VALUE "D".
            88 SUBTOTAL-MODE-IS-VALID     VALUES "A" "R" "D".
       77   SHOW-LEVEL                    PIC 9 VALUE ZERO.
       77   REPORT-DEPARTMENT             PIC X(2) VALUE SPACES.

       77   BUDGET-FILE-AT-END            PIC X.
       77   VOUCHER-FILE-AT-END           PIC X.
       77   REPORT-PERIOD                 PIC 9(6).
       77   PO-OPEN-BALANCE               PIC S9(8)V99 VALUE ZERO.

            COPY "wsnumval01.cbl".
            COPY "wsglrol01.cbl".
            COPY "wscase01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO REPORT-PERIOD.
            PERFORM ACCEPT-THE-SUBTOTAL-MODE.

            MOVE "BUDGET VS ACTUAL REPORT" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM PRINT-THE-SUBTOTAL-HEADING.
            PERFORM LINE-FEED.
            MOVE COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
               MOVE "Y" TO BUDGET-FILE-AT-END.
            PERFORM REPORT-ONE-BUDGET
               UNTIL BUDGET-FILE-AT-END = "Y".
            IF NOT SUBTOTAL-BY-ACCOUNT
                PERFORM PRINT-THE-GROUPED-LINES.

            PERFORM PRINT-GRAND-TOTALS.
            PERFORM CLOSING-PROCEDURE.
            OPEN INPUT BUDGET-FILE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT PURCHASE-ORDER-FILE.
            OPEN INPUT GL-ACCOUNT-FILE.
            OPEN INPUT GL-ROLLUP-FILE.
            MOVE "BUDRPT01" TO SPOOL-NAME-REPORT-ID.
            MOVE "BUDGET VS ACTUAL REPORT" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            CLOSE BUDGET-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE PURCHASE-ORDER-FILE.
            CLOSE GL-ACCOUNT-FILE.
            CLOSE GL-ROLLUP-FILE.
            CLOSE PRINTER-FILE.

      *--------------------------------
      * SUBTOTAL CHOICE
      *--------------------------------
       ACCEPT-THE-SUBTOTAL-MODE.
            PERFORM ACCEPT-SUBTOTAL-MODE.
            PERFORM RE-ACCEPT-SUBTOTAL-MODE
               UNTIL SUBTOTAL-MODE-IS-VALID.
            IF SUBTOTAL-BY-ROLLUP
                MOVE 4 TO BREAK-DEPTH.
            IF SUBTOTAL-BY-DEPARTMENT
                MOVE 1 TO BREAK-DEPTH.
            IF NOT SUBTOTAL-BY-ACCOUNT
                PERFORM ACCEPT-THE-SHOW-LEVEL
                PERFORM ACCEPT-THE-DEPARTMENT.

       ACCEPT-SUBTOTAL-MODE.
            DISPLAY "SUBTOTAL BY (A)CCOUNT ONLY, (R)OLLUP GROUP, OR".
            DISPLAY "(D)EPARTMENT?".
            ACCEPT SUBTOTAL-MODE.
            INSPECT SUBTOTAL-MODE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-SUBTOTAL-MODE.
            DISPLAY "YOU MUST ENTER A, R, OR D".
            PERFORM ACCEPT-SUBTOTAL-MODE.

       ACCEPT-THE-SHOW-LEVEL.
            DISPLAY "PRINT EVERY ACCOUNT (0) OR TOTALS ONLY DOWN TO".
            DISPLAY "WHICH LEVEL (1-" BREAK-DEPTH ")?".
            ACCEPT SHOW-LEVEL.
            IF SHOW-LEVEL > BREAK-DEPTH
                DISPLAY "THERE ARE ONLY " BREAK-DEPTH " LEVELS"
                PERFORM ACCEPT-THE-SHOW-LEVEL.

       ACCEPT-THE-DEPARTMENT.
            DISPLAY "ONE DEPARTMENT ONLY (BLANK = ALL)?".
            ACCEPT REPORT-DEPARTMENT.
            INSPECT REPORT-DEPARTMENT
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       PRINT-THE-SUBTOTAL-HEADING.
            IF SUBTOTAL-BY-ROLLUP
                MOVE "SUBTOTALED BY ROLLUP GROUP" TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            IF SUBTOTAL-BY-DEPARTMENT
                MOVE "SUBTOTALED BY DEPARTMENT" TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            IF REPORT-DEPARTMENT NOT = SPACES
                MOVE SPACES TO PRINTER-RECORD
                STRING "DEPARTMENT " REPORT-DEPARTMENT " ONLY"
                   DELIMITED BY SIZE INTO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

       REPORT-ONE-BUDGET.
            READ BUDGET-FILE NEXT RECORD
               AT END MOVE "Y" TO BUDGET-FILE-AT-END.
                ELSE
                    PERFORM SUM-THE-PERIOD-ACTUAL
                    PERFORM SUM-THE-PERIOD-ENCUMBRANCE
                    PERFORM TAKE-THE-BUDGET-LINE.

       TAKE-THE-BUDGET-LINE.
            IF SUBTOTAL-BY-ACCOUNT
                PERFORM PRINT-BUDGET-LINE
            ELSE
                PERFORM ADD-TO-BUDGET-LINE-TABLE.

       SUM-THE-PERIOD-ACTUAL.
            MOVE ZERO TO ACTUAL-TOTAL.
            ADD ACTUAL-TOTAL TO GRAND-ACTUAL.
            ADD ENCUMBERED-TOTAL TO GRAND-ENCUMBERED.

      *--------------------------------
      * ROLLUP AND DEPARTMENT BREAKS
      *--------------------------------
       ADD-TO-BUDGET-LINE-TABLE.
            MOVE BUDGET-GL-CODE TO ROLLUP-GL-CODE.
            PERFORM LOOK-UP-THE-ROLLUP-PATH.
            IF REPORT-DEPARTMENT = SPACES OR
                  ROLLUP-DEPARTMENT = REPORT-DEPARTMENT
                PERFORM ADD-ONE-BUDGET-LINE.

       ADD-ONE-BUDGET-LINE.
            IF BUDGET-LINE-COUNT = 200
                IF BUDGET-TABLE-FULL NOT = "Y"
                    MOVE "Y" TO BUDGET-TABLE-FULL
                    DISPLAY "BUDGET-LINE-TABLE IS FULL (200 LINES) - "
                    DISPLAY "LATER BUDGET LINES ARE OMITTED FROM "
                    DISPLAY "THIS REPORT"
                END-IF
            ELSE
                ADD 1 TO BUDGET-LINE-COUNT
                MOVE BUDGET-LINE-COUNT TO LINE-INDEX
                MOVE SPACES TO BUDGET-LINE-BREAKS (LINE-INDEX)
                IF SUBTOTAL-BY-ROLLUP
                    MOVE ROLLUP-PATH TO BUDGET-LINE-BREAKS (LINE-INDEX)
                ELSE
                    MOVE ROLLUP-DEPARTMENT
                       TO BUDGET-LINE-BREAK (LINE-INDEX, 1)
                END-IF
                MOVE BUDGET-GL-CODE TO BUDGET-LINE-GL-CODE (LINE-INDEX)
                MOVE BUDGET-AMOUNT TO BUDGET-LINE-BUDGET (LINE-INDEX)
                MOVE ACTUAL-TOTAL TO BUDGET-LINE-ACTUAL (LINE-INDEX)
                MOVE ENCUMBERED-TOTAL
                   TO BUDGET-LINE-ENCUMBERED (LINE-INDEX).

       PRINT-THE-GROUPED-LINES.
            PERFORM SORT-THE-BUDGET-LINES.
            PERFORM PRINT-ONE-BUDGET-ENTRY
               VARYING LINE-INDEX FROM 1 BY 1
               UNTIL LINE-INDEX > BUDGET-LINE-COUNT.
            IF FIRST-GROUP-LINE = "N"
                MOVE 1 TO CHANGED-LEVEL
                PERFORM CLOSE-THE-BREAK-LEVELS.

       SORT-THE-BUDGET-LINES.
            MOVE "Y" TO SORT-SWAPPED.
            PERFORM SORT-ONE-PASS
               UNTIL SORT-SWAPPED = "N".

       SORT-ONE-PASS.
            MOVE "N" TO SORT-SWAPPED.
            PERFORM SORT-ONE-PAIR
               VARYING LINE-INDEX FROM 1 BY 1
               UNTIL LINE-INDEX NOT < BUDGET-LINE-COUNT.

       SORT-ONE-PAIR.
            COMPUTE NEXT-INDEX = LINE-INDEX + 1.
            IF BUDGET-LINE-SORT-KEY (LINE-INDEX) >
                  BUDGET-LINE-SORT-KEY (NEXT-INDEX)
                MOVE BUDGET-LINE-ENTRY (LINE-INDEX) TO HOLD-BUDGET-LINE
                MOVE BUDGET-LINE-ENTRY (NEXT-INDEX)
                   TO BUDGET-LINE-ENTRY (LINE-INDEX)
                MOVE HOLD-BUDGET-LINE TO BUDGET-LINE-ENTRY (NEXT-INDEX)
                MOVE "Y" TO SORT-SWAPPED.

       PRINT-ONE-BUDGET-ENTRY.
            PERFORM TAKE-THE-BREAKS.
            PERFORM ADD-TO-ONE-BREAK-LEVEL
               VARYING BREAK-INDEX FROM 1 BY 1
               UNTIL BREAK-INDEX > BREAK-DEPTH.
            IF SHOW-LEVEL = ZERO
                COMPUTE VARIANCE-AMOUNT =
                   BUDGET-LINE-BUDGET (LINE-INDEX)
                   - BUDGET-LINE-ACTUAL (LINE-INDEX)
                   - BUDGET-LINE-ENCUMBERED (LINE-INDEX)
                MOVE SPACE TO DETAIL-LINE
                MOVE BUDGET-LINE-GL-CODE (LINE-INDEX) TO PRINT-GL-CODE
                MOVE BUDGET-LINE-BUDGET (LINE-INDEX) TO PRINT-BUDGET
                MOVE BUDGET-LINE-ACTUAL (LINE-INDEX) TO PRINT-ACTUAL
                MOVE BUDGET-LINE-ENCUMBERED (LINE-INDEX)
                   TO PRINT-ENCUMBERED
                MOVE VARIANCE-AMOUNT TO PRINT-VARIANCE
                MOVE DETAIL-LINE TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            ADD BUDGET-LINE-BUDGET (LINE-INDEX) TO GRAND-BUDGET.
            ADD BUDGET-LINE-ACTUAL (LINE-INDEX) TO GRAND-ACTUAL.
            ADD BUDGET-LINE-ENCUMBERED (LINE-INDEX)
               TO GRAND-ENCUMBERED.

      * The highest level whose group differs from the last line's
      * closes every group from the bottom up to it and opens the
      * new ones below it.
       TAKE-THE-BREAKS.
            MOVE ZERO TO CHANGED-LEVEL.
            PERFORM FIND-THE-CHANGED-LEVEL
               VARYING BREAK-INDEX FROM 1 BY 1
               UNTIL BREAK-INDEX > BREAK-DEPTH OR
                  CHANGED-LEVEL NOT = ZERO.
            IF FIRST-GROUP-LINE = "Y"
                MOVE "N" TO FIRST-GROUP-LINE
                MOVE 1 TO CHANGED-LEVEL
            ELSE
                IF CHANGED-LEVEL NOT = ZERO
                    PERFORM CLOSE-THE-BREAK-LEVELS.
            IF CHANGED-LEVEL NOT = ZERO
                PERFORM OPEN-ONE-BREAK-LEVEL
                   VARYING BREAK-INDEX FROM CHANGED-LEVEL BY 1
                   UNTIL BREAK-INDEX > BREAK-DEPTH.

       FIND-THE-CHANGED-LEVEL.
            IF BUDGET-LINE-BREAK (LINE-INDEX, BREAK-INDEX) NOT =
                  BREAK-CODE (BREAK-INDEX)
                MOVE BREAK-INDEX TO CHANGED-LEVEL.

       CLOSE-THE-BREAK-LEVELS.
            PERFORM CLOSE-ONE-BREAK-LEVEL
               VARYING BREAK-INDEX FROM BREAK-DEPTH BY -1
               UNTIL BREAK-INDEX < CHANGED-LEVEL.

      * Below the top, a blank group is a level the code's chain
      * does not reach, and is neither headed nor totalled. The
      * group's name goes on a line of its own above its totals.
       CLOSE-ONE-BREAK-LEVEL.
            IF BREAK-INDEX = 1 OR
                  BREAK-CODE (BREAK-INDEX) NOT = SPACES
                IF SHOW-LEVEL = ZERO OR
                      BREAK-INDEX NOT > SHOW-LEVEL
                    PERFORM NAME-THE-BREAK-LEVEL
                    MOVE SPACES TO PRINTER-RECORD
                    STRING "TOTAL " BREAK-CAPTION
                       DELIMITED BY SIZE INTO PRINTER-RECORD
                    PERFORM WRITE-TO-PRINTER
                    COMPUTE VARIANCE-AMOUNT =
                       BREAK-BUDGET (BREAK-INDEX)
                       - BREAK-ACTUAL (BREAK-INDEX)
                       - BREAK-ENCUMBERED (BREAK-INDEX)
                    MOVE SPACE TO DETAIL-LINE
                    MOVE "TOTAL" TO PRINT-GL-CODE
                    MOVE BREAK-BUDGET (BREAK-INDEX) TO PRINT-BUDGET
                    MOVE BREAK-ACTUAL (BREAK-INDEX) TO PRINT-ACTUAL
                    MOVE BREAK-ENCUMBERED (BREAK-INDEX)
                       TO PRINT-ENCUMBERED
                    MOVE VARIANCE-AMOUNT TO PRINT-VARIANCE
                    MOVE DETAIL-LINE TO PRINTER-RECORD
                    PERFORM WRITE-TO-PRINTER
                    PERFORM LINE-FEED.

       OPEN-ONE-BREAK-LEVEL.
            MOVE BUDGET-LINE-BREAK (LINE-INDEX, BREAK-INDEX)
               TO BREAK-CODE (BREAK-INDEX).
            MOVE ZERO TO BREAK-BUDGET (BREAK-INDEX).
            MOVE ZERO TO BREAK-ACTUAL (BREAK-INDEX).
            MOVE ZERO TO BREAK-ENCUMBERED (BREAK-INDEX).
            IF SHOW-LEVEL = ZERO
                IF BREAK-INDEX = 1 OR
                      BREAK-CODE (BREAK-INDEX) NOT = SPACES
                    PERFORM NAME-THE-BREAK-LEVEL
                    COMPUTE INDENT-POSITION = BREAK-INDEX * 2 - 1
                    MOVE SPACES TO PRINTER-RECORD
                    MOVE BREAK-CAPTION
                       TO PRINTER-RECORD (INDENT-POSITION:40)
                    PERFORM WRITE-TO-PRINTER.

       ADD-TO-ONE-BREAK-LEVEL.
            ADD BUDGET-LINE-BUDGET (LINE-INDEX)
               TO BREAK-BUDGET (BREAK-INDEX).
            ADD BUDGET-LINE-ACTUAL (LINE-INDEX)
               TO BREAK-ACTUAL (BREAK-INDEX).
            ADD BUDGET-LINE-ENCUMBERED (LINE-INDEX)
               TO BREAK-ENCUMBERED (BREAK-INDEX).

       NAME-THE-BREAK-LEVEL.
            MOVE SPACES TO BREAK-CAPTION.
            IF SUBTOTAL-BY-DEPARTMENT
                IF BREAK-CODE (BREAK-INDEX) = SPACES
                    MOVE "NO DEPARTMENT" TO BREAK-CAPTION
                ELSE
                    STRING "DEPARTMENT " BREAK-CODE (BREAK-INDEX)
                       DELIMITED BY SIZE INTO BREAK-CAPTION
                END-IF
            ELSE
                IF BREAK-CODE (BREAK-INDEX) = SPACES
                    MOVE "UNASSIGNED TO A ROLLUP GROUP"
                       TO BREAK-CAPTION
                ELSE
                    MOVE BREAK-CODE (BREAK-INDEX) TO ROLLUP-NAME-CODE
                    PERFORM LOOK-UP-THE-ROLLUP-NAME
                    STRING BREAK-CODE (BREAK-INDEX) " " ROLLUP-NAME
                       DELIMITED BY SIZE INTO BREAK-CAPTION.

       PRINT-GRAND-TOTALS.
            PERFORM LINE-FEED.
            COMPUTE VARIANCE-AMOUNT = GRAND-BUDGET - GRAND-ACTUAL
            PERFORM WRITE-TO-PRINTER.

            COPY "plnumval01.cbl".
            COPY "plglrol01.cbl".

            COPY "plspool01.cbl".
