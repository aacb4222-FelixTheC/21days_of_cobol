      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Year-end state withholding statements - one page per vendor
      * per state for every nonresident service provider the
      * payment runs withheld state tax from during the calendar
      * year (the regime "S" records on fdbwh01.cbl), showing the
      * payer, the vendor's name, TIN and mailing address, the
      * state and its agency, the gross paid subject to the
      * state's withholding, and the tax withheld - the figures
      * the vendor files with their nonresident return. A vendor
      * moved from one state to another during the year gets a
      * statement for each. Payments that stayed under the state's
      * threshold and withheld nothing get no statement.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndstw01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvnd02.cbl".
            COPY "slbwh01.cbl".
            COPY "slstwh01.cbl".
            COPY "slcntry.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdbwh01.cbl".
            COPY "fdstwh01.cbl".
            COPY "fdcntry.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".
            COPY "wsaddr01.cbl".
            COPY "wscase01.cbl".
            COPY "wsmask01.cbl".

       01   AMOUNT-LINE.
            05 FILLER                     PIC X(7)  VALUE SPACE.
            05 PRINT-AMOUNT-LABEL         PIC X(30).
            05 PRINT-AMOUNT               PIC ZZZ,ZZ9.99-.

       01   ADDRESS-LINE.
            05 FILLER                     PIC X(7)  VALUE SPACE.
            05 PRINT-ADDRESS              PIC X(35).

      * The states one vendor was withheld for in the year.
       01   VENDOR-STATE-TABLE.
            05 VENDOR-STATE-ENTRY OCCURS 10 TIMES.
               10 VENDOR-STATE-CODE       PIC X(2).
               10 VENDOR-STATE-GROSS      PIC S9(8)V99.
               10 VENDOR-STATE-WITHHELD   PIC S9(8)V99.
       77   VENDOR-STATE-COUNT            PIC 99.
       77   VENDOR-STATE-SCAN             PIC 99.
       77   VENDOR-STATE-FOUND            PIC X.

       77   VENDOR-FILE-AT-END            PIC X.
       77   BWH-FILE-AT-END               PIC X.
       77   STWH-RECORD-FOUND             PIC X.
       77   REPORT-YEAR                   PIC 9(4).
       77   BWH-YEAR                      PIC 9(4).
       77   GRAND-GROSS                   PIC S9(9)V99 VALUE ZERO.
       77   GRAND-WITHHELD                PIC S9(9)V99 VALUE ZERO.
       77   STATEMENT-COUNT               PIC 9(5) VALUE ZERO.
       77   TOTAL-AMOUNT-FIELD            PIC ZZZ,ZZ9.99-.

       77   PAYER-NAME                    PIC X(30).
       77   PAYER-TIN                     PIC X(11).
       77   PAYER-ADDRESS                 PIC X(30).
       77   PAYER-CITY-LINE               PIC X(35).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            PERFORM ACCEPT-RUN-PARAMETERS.

            MOVE "N" TO VENDOR-FILE-AT-END.
            PERFORM READ-NEXT-VENDOR-RECORD.
            PERFORM REPORT-ONE-VENDOR
               UNTIL VENDOR-FILE-AT-END = "Y".

            PERFORM PRINT-GRAND-TOTALS.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT BACKUP-WITHHOLDING-FILE.
            OPEN INPUT STATE-WITHHOLDING-FILE.
            OPEN INPUT COUNTRY-FILE.
            MOVE "VNDSTW01" TO SPOOL-NAME-REPORT-ID.
            MOVE "STATE WITHHOLDING STATEMENTS" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE VENDOR-FILE.
            CLOSE BACKUP-WITHHOLDING-FILE.
            CLOSE STATE-WITHHOLDING-FILE.
            CLOSE COUNTRY-FILE.
            CLOSE PRINTER-FILE.

       ACCEPT-RUN-PARAMETERS.
            DISPLAY "ENTER TAX YEAR FOR THE STATEMENTS (CCYY)".
            ACCEPT REPORT-YEAR.
            DISPLAY "ENTER PAYER NAME".
            ACCEPT PAYER-NAME.
            INSPECT PAYER-NAME
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            DISPLAY "ENTER PAYER TIN".
            ACCEPT PAYER-TIN.
            DISPLAY "ENTER PAYER ADDRESS".
            ACCEPT PAYER-ADDRESS.
            INSPECT PAYER-ADDRESS
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            DISPLAY "ENTER PAYER CITY, STATE AND ZIP".
            ACCEPT PAYER-CITY-LINE.
            INSPECT PAYER-CITY-LINE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

      *--------------------------------
      * ONE VENDOR'S YEAR BY STATE
      *--------------------------------
       REPORT-ONE-VENDOR.
            PERFORM SUM-VENDOR-STATE-AMOUNTS.
            PERFORM PRINT-ONE-STATEMENT
               VARYING VENDOR-STATE-SCAN FROM 1 BY 1
               UNTIL VENDOR-STATE-SCAN > VENDOR-STATE-COUNT.
            PERFORM READ-NEXT-VENDOR-RECORD.

       SUM-VENDOR-STATE-AMOUNTS.
            MOVE ZERO TO VENDOR-STATE-COUNT.
            MOVE "N" TO BWH-FILE-AT-END.
            MOVE VENDOR-NUMBER TO BWH-VENDOR.
            MOVE ZEROES TO BWH-DATE.
            MOVE ZEROES TO BWH-CHECK-NO.
            MOVE SPACE TO BWH-REGIME.
            START BACKUP-WITHHOLDING-FILE
               KEY IS NOT LESS THAN BWH-KEY
               INVALID KEY
               MOVE "Y" TO BWH-FILE-AT-END.
            PERFORM ADD-ONE-STATE-RECORD
               UNTIL BWH-FILE-AT-END = "Y".

       ADD-ONE-STATE-RECORD.
            READ BACKUP-WITHHOLDING-FILE NEXT RECORD
               AT END MOVE "Y" TO BWH-FILE-AT-END.
            IF BWH-FILE-AT-END NOT = "Y"
                IF BWH-VENDOR NOT = VENDOR-NUMBER
                    MOVE "Y" TO BWH-FILE-AT-END
                ELSE
                    DIVIDE BWH-DATE BY 10000 GIVING BWH-YEAR
                    IF BWH-YEAR = REPORT-YEAR AND
                          BWH-REGIME-STATE
                        PERFORM ADD-TO-VENDOR-STATE.

       ADD-TO-VENDOR-STATE.
            MOVE "N" TO VENDOR-STATE-FOUND.
            PERFORM MATCH-ONE-VENDOR-STATE
               VARYING VENDOR-STATE-SCAN FROM 1 BY 1
               UNTIL VENDOR-STATE-SCAN > VENDOR-STATE-COUNT
                  OR VENDOR-STATE-FOUND = "Y".
            IF VENDOR-STATE-FOUND = "N"
                IF VENDOR-STATE-COUNT < 10
                    ADD 1 TO VENDOR-STATE-COUNT
                    MOVE VENDOR-STATE-COUNT TO VENDOR-STATE-SCAN
                    MOVE BWH-STATE
                       TO VENDOR-STATE-CODE (VENDOR-STATE-SCAN)
                    MOVE ZERO
                       TO VENDOR-STATE-GROSS (VENDOR-STATE-SCAN)
                    MOVE ZERO
                       TO VENDOR-STATE-WITHHELD (VENDOR-STATE-SCAN)
                    MOVE "Y" TO VENDOR-STATE-FOUND
                ELSE
                    DISPLAY "STATE TABLE FULL - VENDOR "
                       VENDOR-NUMBER " STATE " BWH-STATE
                       " LEFT OUT"
                END-IF
            ELSE
                SUBTRACT 1 FROM VENDOR-STATE-SCAN.
            IF VENDOR-STATE-FOUND = "Y"
                ADD BWH-GROSS-AMOUNT
                   TO VENDOR-STATE-GROSS (VENDOR-STATE-SCAN)
                ADD BWH-WITHHELD-AMOUNT
                   TO VENDOR-STATE-WITHHELD (VENDOR-STATE-SCAN).

       MATCH-ONE-VENDOR-STATE.
            IF VENDOR-STATE-CODE (VENDOR-STATE-SCAN) = BWH-STATE
                MOVE "Y" TO VENDOR-STATE-FOUND.

      *--------------------------------
      * THE STATEMENT
      *--------------------------------
       PRINT-ONE-STATEMENT.
            IF VENDOR-STATE-WITHHELD (VENDOR-STATE-SCAN) NOT = ZERO
                PERFORM PRINT-STATEMENT-PAGE.

       PRINT-STATEMENT-PAGE.
            MOVE VENDOR-STATE-CODE (VENDOR-STATE-SCAN) TO STWH-STATE.
            MOVE "Y" TO STWH-RECORD-FOUND.
            READ STATE-WITHHOLDING-FILE RECORD
               INVALID KEY
               MOVE "N" TO STWH-RECORD-FOUND
               MOVE SPACES TO STWH-AGENCY-NAME.

            MOVE SPACES TO PRINTER-RECORD.
            STRING "NONRESIDENT STATE WITHHOLDING STATEMENT - TAX YEAR "
               REPORT-YEAR
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

            MOVE SPACES TO PRINTER-RECORD.
            STRING "STATE: " STWH-STATE "  " STWH-AGENCY-NAME
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

            MOVE "WITHHOLDING AGENT (PAYER)" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE PAYER-NAME TO PRINT-ADDRESS.
            PERFORM PRINT-ADDRESS-LINE.
            MOVE PAYER-ADDRESS TO PRINT-ADDRESS.
            PERFORM PRINT-ADDRESS-LINE.
            MOVE PAYER-CITY-LINE TO PRINT-ADDRESS.
            PERFORM PRINT-ADDRESS-LINE.
            MOVE SPACES TO PRINT-ADDRESS.
            STRING "TIN " PAYER-TIN
               DELIMITED BY SIZE INTO PRINT-ADDRESS.
            PERFORM PRINT-ADDRESS-LINE.
            PERFORM LINE-FEED.

            MOVE SPACES TO PRINTER-RECORD.
            STRING "PAYEE (VENDOR " VENDOR-NUMBER ")"
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE VENDOR-NAME TO PRINT-ADDRESS.
            PERFORM PRINT-ADDRESS-LINE.
            PERFORM LOAD-VENDOR-MAILING-ADDRESS.
            PERFORM FORMAT-THE-MAILING-ADDRESS.
            PERFORM PRINT-ONE-MAIL-LINE
               VARYING MAIL-LINE-SCAN FROM 1 BY 1
               UNTIL MAIL-LINE-SCAN > MAIL-LINE-COUNT.
      * The statement goes in the mail - the tax id prints masked
      * to its last four digits.
            MOVE VENDOR-TAX-ID TO SENSITIVE-VALUE.
            PERFORM MASK-SENSITIVE-VALUE.
            MOVE SPACES TO PRINT-ADDRESS.
            STRING "TIN " SENSITIVE-SHOWN
               DELIMITED BY SIZE INTO PRINT-ADDRESS.
            PERFORM PRINT-ADDRESS-LINE.
            PERFORM LINE-FEED.

            MOVE "INCOME SUBJECT TO WITHHOLDING" TO PRINT-AMOUNT-LABEL.
            MOVE VENDOR-STATE-GROSS (VENDOR-STATE-SCAN)
               TO PRINT-AMOUNT.
            MOVE AMOUNT-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE "STATE INCOME TAX WITHHELD" TO PRINT-AMOUNT-LABEL.
            MOVE VENDOR-STATE-WITHHELD (VENDOR-STATE-SCAN)
               TO PRINT-AMOUNT.
            MOVE AMOUNT-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            MOVE SPACE TO PRINTER-RECORD.
            WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

            ADD VENDOR-STATE-GROSS (VENDOR-STATE-SCAN) TO GRAND-GROSS.
            ADD VENDOR-STATE-WITHHELD (VENDOR-STATE-SCAN)
               TO GRAND-WITHHELD.
            ADD 1 TO STATEMENT-COUNT.

       PRINT-ONE-MAIL-LINE.
            MOVE MAIL-LINE (MAIL-LINE-SCAN) TO PRINT-ADDRESS.
            PERFORM PRINT-ADDRESS-LINE.

       PRINT-ADDRESS-LINE.
            MOVE ADDRESS-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PRINT-GRAND-TOTALS.
            MOVE "STATE WITHHOLDING STATEMENT TOTALS"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            MOVE "GROSS PAID" TO PRINT-AMOUNT-LABEL.
            MOVE GRAND-GROSS TO PRINT-AMOUNT.
            MOVE AMOUNT-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE "STATE INCOME TAX WITHHELD" TO PRINT-AMOUNT-LABEL.
            MOVE GRAND-WITHHELD TO PRINT-AMOUNT.
            MOVE AMOUNT-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE GRAND-WITHHELD TO TOTAL-AMOUNT-FIELD.
            DISPLAY "STATEMENTS PRINTED: " STATEMENT-COUNT.
            DISPLAY "STATE TAX WITHHELD: " TOTAL-AMOUNT-FIELD.

       READ-NEXT-VENDOR-RECORD.
            READ VENDOR-FILE NEXT RECORD
               AT END MOVE "Y" TO VENDOR-FILE-AT-END.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "plspool01.cbl".
            COPY "pladdr01.cbl".
            COPY "plmask01.cbl".
