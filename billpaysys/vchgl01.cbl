      * VOUCHER-AMOUNT by VOUCHER-GL-CODE. GL codes are not a fixed,
      * known-in-advance list (unlike vendor class in vnddiv01.cbl), so
      * GL-TOTAL-TABLE is built up as new codes are encountered.
      * The codes can instead be subtotalled through the chart's
      * rollup groups (fdglrol01.cbl) or by department, from the
      * segments on the account master (fdglacct.cbl, looked up
      * through plglrol01.cbl), and printed either account by
      * account or as totals only down to a chosen level -
      * optionally for one department.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vchgl01.

            COPY "slvouch.cbl".
            COPY "slvchdst.cbl".
            COPY "slglacct.cbl".
            COPY "slglrol01.cbl".

            COPY "slsplcat.cbl".

       FILE SECTION.
            COPY "fdvouch.cbl".
            COPY "fdvchdst.cbl".
            COPY "fdglacct.cbl".
            COPY "fdglrol01.cbl".
            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            05 PRINT-VOUCHER-COUNT        PIC ZZZZ9.
            05 FILLER                     PIC X(4)  VALUE SPACE.
            05 PRINT-GL-TOTAL             PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-GL-NAME              PIC X(30).

       01   COLUMN-LINE.
            05 FILLER                     PIC X(7)  VALUE "GL CODE".
                             "GRAND TOTAL: ".
            05 PRINT-GRAND-TOTAL          PIC ZZZ,ZZ9.99-.

      * The break keys are the code's rollup groups, top level
      * first, or its department - blank when printing by account.
       01   GL-TOTAL-TABLE.
            05 GL-TOTAL-ENTRY OCCURS 50 TIMES.
               10 GL-TOTAL-SORT-KEY.
                  15 GL-TOTAL-BREAKS.
                     20 GL-TOTAL-BREAK    PIC X(6) OCCURS 4 TIMES.
                  15 GL-TOTAL-CODE        PIC X(6).
               10 GL-TOTAL-COUNT          PIC 9(5)     VALUE ZERO.
               10 GL-TOTAL-AMOUNT         PIC S9(8)V99 VALUE ZERO.
               10 GL-TOTAL-WANTED         PIC X.
       77   HOLD-TOTAL-ENTRY              PIC X(46).
       77   NEXT-INDEX                    PIC 99.
       77   SORT-SWAPPED                  PIC X.

      * The group each level is in now, and its running totals.
       01   BREAK-TABLE.
            05 BREAK-LEVEL OCCURS 4 TIMES.
               10 BREAK-CODE              PIC X(6).
               10 BREAK-COUNT             PIC 9(5).
               10 BREAK-AMOUNT            PIC S9(8)V99.
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

       77   REPORT-COMPANY                PIC 9 VALUE ZERO.
       77   GL-ENTRY-COUNT                PIC 99       VALUE ZERO.
       77   WORK-GL-AMOUNT                PIC S9(6)V99.

            COPY "wsspool01.cbl".
            COPY "wsglrol01.cbl".
            COPY "wscase01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            DISPLAY "ENTER COMPANY NUMBER (0 = CONSOLIDATED)".
            ACCEPT REPORT-COMPANY.
            PERFORM ACCEPT-THE-SUBTOTAL-MODE.

            MOVE "N" TO VOUCHER-FILE-AT-END.
            PERFORM READ-NEXT-VOUCHER-RECORD.
       OPENING-PROCEDURE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT DISTRIBUTION-FILE.
            OPEN INPUT GL-ACCOUNT-FILE.
            OPEN INPUT GL-ROLLUP-FILE.
            MOVE "VCHGL01" TO SPOOL-NAME-REPORT-ID.
            MOVE "GL CODING SUMMARY" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
       CLOSING-PROCEDURE.
            CLOSE VOUCHER-FILE.
            CLOSE DISTRIBUTION-FILE.
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

      * A voucher with distribution lines (fdvchdst.cbl) totals
      * from its lines; one without falls back to the header code.
       SUM-EACH-VOUCHER.
                    ADD 1 TO GL-ENTRY-COUNT
                    MOVE GL-ENTRY-COUNT TO GL-INDEX
                    MOVE WORK-GL-CODE TO GL-TOTAL-CODE (GL-INDEX)
                    PERFORM SET-THE-BREAK-KEYS
                END-IF
            END-IF.
            IF GL-INDEX NOT > GL-ENTRY-COUNT AND
                  GL-TOTAL-WANTED (GL-INDEX) = "Y"
                ADD 1 TO GL-TOTAL-COUNT (GL-INDEX)
                ADD WORK-GL-AMOUNT TO GL-TOTAL-AMOUNT (GL-INDEX)
                ADD WORK-GL-AMOUNT TO GRAND-TOTAL
            END-IF.

      * A code from another department than the one asked for is
      * kept in the table, so it is found again, but not totalled.
       SET-THE-BREAK-KEYS.
            MOVE SPACES TO GL-TOTAL-BREAKS (GL-INDEX).
            MOVE "Y" TO GL-TOTAL-WANTED (GL-INDEX).
            IF NOT SUBTOTAL-BY-ACCOUNT
                MOVE WORK-GL-CODE TO ROLLUP-GL-CODE
                PERFORM LOOK-UP-THE-ROLLUP-PATH
                IF REPORT-DEPARTMENT NOT = SPACES AND
                      ROLLUP-DEPARTMENT NOT = REPORT-DEPARTMENT
                    MOVE "N" TO GL-TOTAL-WANTED (GL-INDEX).
            IF SUBTOTAL-BY-ROLLUP
                MOVE ROLLUP-PATH TO GL-TOTAL-BREAKS (GL-INDEX).
            IF SUBTOTAL-BY-DEPARTMENT
                MOVE ROLLUP-DEPARTMENT
                   TO GL-TOTAL-BREAK (GL-INDEX, 1).

       REPORT-GL-TABLE-FULL.
            IF GL-TABLE-FULL NOT = "Y"
                MOVE "Y" TO GL-TABLE-FULL
       PRINT-THE-REPORT.
            MOVE TITLE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM PRINT-THE-SUBTOTAL-HEADING.
            PERFORM LINE-FEED.
            MOVE COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            IF NOT SUBTOTAL-BY-ACCOUNT
                PERFORM SORT-THE-GL-TABLE.
            PERFORM VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > GL-ENTRY-COUNT
                PERFORM PRINT-GL-LINE
            END-PERFORM.
            IF FIRST-GROUP-LINE = "N"
                MOVE 1 TO CHANGED-LEVEL
                PERFORM CLOSE-THE-BREAK-LEVELS.
            PERFORM LINE-FEED.
            MOVE SPACE TO TOTAL-LINE.
            MOVE GRAND-TOTAL TO PRINT-GRAND-TOTAL.
            PERFORM WRITE-TO-PRINTER.

       PRINT-GL-LINE.
            IF GL-TOTAL-WANTED (GL-INDEX) = "Y"
                PERFORM PRINT-ONE-GL-TOTAL.

       PRINT-ONE-GL-TOTAL.
            IF NOT SUBTOTAL-BY-ACCOUNT
                PERFORM TAKE-THE-BREAKS
                PERFORM ADD-TO-ONE-BREAK-LEVEL
                   VARYING BREAK-INDEX FROM 1 BY 1
                   UNTIL BREAK-INDEX > BREAK-DEPTH.
            IF SHOW-LEVEL = ZERO
                MOVE SPACE TO DETAIL-LINE
                MOVE GL-TOTAL-CODE (GL-INDEX) TO PRINT-GL-CODE
                MOVE GL-TOTAL-COUNT (GL-INDEX) TO PRINT-VOUCHER-COUNT
                MOVE GL-TOTAL-AMOUNT (GL-INDEX) TO PRINT-GL-TOTAL
                IF NOT SUBTOTAL-BY-ACCOUNT
                    PERFORM NAME-THE-GL-ACCOUNT
                END-IF
                MOVE DETAIL-LINE TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

       NAME-THE-GL-ACCOUNT.
            MOVE GL-TOTAL-CODE (GL-INDEX) TO GL-ACCOUNT-CODE.
            READ GL-ACCOUNT-FILE RECORD
               INVALID KEY
               MOVE "NOT ON THE ACCOUNT MASTER" TO PRINT-GL-NAME
               NOT INVALID KEY
               MOVE GL-ACCOUNT-NAME TO PRINT-GL-NAME.

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

      *--------------------------------
      * ROLLUP AND DEPARTMENT BREAKS
      *--------------------------------
      * The table goes into break-key order - rollup path or
      * department, then code - before it is printed.
       SORT-THE-GL-TABLE.
            MOVE "Y" TO SORT-SWAPPED.
            PERFORM SORT-ONE-PASS
               UNTIL SORT-SWAPPED = "N".

       SORT-ONE-PASS.
            MOVE "N" TO SORT-SWAPPED.
            PERFORM SORT-ONE-PAIR
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX NOT < GL-ENTRY-COUNT.

       SORT-ONE-PAIR.
            COMPUTE NEXT-INDEX = GL-INDEX + 1.
            IF GL-TOTAL-SORT-KEY (GL-INDEX) >
                  GL-TOTAL-SORT-KEY (NEXT-INDEX)
                MOVE GL-TOTAL-ENTRY (GL-INDEX) TO HOLD-TOTAL-ENTRY
                MOVE GL-TOTAL-ENTRY (NEXT-INDEX)
                   TO GL-TOTAL-ENTRY (GL-INDEX)
                MOVE HOLD-TOTAL-ENTRY TO GL-TOTAL-ENTRY (NEXT-INDEX)
                MOVE "Y" TO SORT-SWAPPED.

      * The highest level whose group differs from the last code's
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
            IF GL-TOTAL-BREAK (GL-INDEX, BREAK-INDEX) NOT =
                  BREAK-CODE (BREAK-INDEX)
                MOVE BREAK-INDEX TO CHANGED-LEVEL.

       CLOSE-THE-BREAK-LEVELS.
            PERFORM CLOSE-ONE-BREAK-LEVEL
               VARYING BREAK-INDEX FROM BREAK-DEPTH BY -1
               UNTIL BREAK-INDEX < CHANGED-LEVEL.

      * Below the top, a blank group is a level the code's chain
      * does not reach, and is neither headed nor totalled.
       CLOSE-ONE-BREAK-LEVEL.
            IF BREAK-INDEX = 1 OR
                  BREAK-CODE (BREAK-INDEX) NOT = SPACES
                IF SHOW-LEVEL = ZERO OR
                      BREAK-INDEX NOT > SHOW-LEVEL
                    PERFORM NAME-THE-BREAK-LEVEL
                    MOVE SPACE TO DETAIL-LINE
                    MOVE "TOTAL" TO PRINT-GL-CODE
                    MOVE BREAK-COUNT (BREAK-INDEX)
                       TO PRINT-VOUCHER-COUNT
                    MOVE BREAK-AMOUNT (BREAK-INDEX) TO PRINT-GL-TOTAL
                    MOVE BREAK-CAPTION TO PRINT-GL-NAME
                    MOVE DETAIL-LINE TO PRINTER-RECORD
                    PERFORM WRITE-TO-PRINTER
                    IF SHOW-LEVEL = ZERO
                        PERFORM LINE-FEED.

       OPEN-ONE-BREAK-LEVEL.
            MOVE GL-TOTAL-BREAK (GL-INDEX, BREAK-INDEX)
               TO BREAK-CODE (BREAK-INDEX).
            MOVE ZERO TO BREAK-COUNT (BREAK-INDEX).
            MOVE ZERO TO BREAK-AMOUNT (BREAK-INDEX).
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
            ADD GL-TOTAL-COUNT (GL-INDEX) TO BREAK-COUNT (BREAK-INDEX).
            ADD GL-TOTAL-AMOUNT (GL-INDEX)
               TO BREAK-AMOUNT (BREAK-INDEX).

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

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "plglrol01.cbl".

            COPY "plspool01.cbl".
