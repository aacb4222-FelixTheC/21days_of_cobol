      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Post-export adjustments by operator - for the controller.
      * Every change vchmnt01.cbl made to a voucher after
      * glexp01.cbl had sent it to the general ledger is on
      * fdvadj01.cbl; this lists one company's, read by operator,
      * optionally for a range of change dates. Each line shows
      * the field that was changed, whether it reverses the
      * original coding (R) or re-books the new coding (B), the
      * batch the voucher went out in and the batch that carried
      * the adjustment (PENDING until the next export). Each
      * operator is subtotalled; the net of an operator's lines is
      * what the changes did to accounts payable.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vadjrpt01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvadj01.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvadj01.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

       01   TITLE-LINE.
            05 FILLER                     PIC X(20) VALUE SPACE.
            05 FILLER                     PIC X(35)
                     VALUE "POST-EXPORT VOUCHER ADJUSTMENTS".

       01   RANGE-LINE.
            05 FILLER                     PIC X(8)  VALUE "COMPANY ".
            05 RANGE-COMPANY              PIC 9.
            05 FILLER                     PIC X(17)
                                          VALUE "   CHANGED FROM ".
            05 RANGE-FROM-PRINT           PIC Z9/99/9999.
            05 FILLER                     PIC X(9)  VALUE " THROUGH ".
            05 RANGE-THROUGH-PRINT        PIC Z9/99/9999.

       01   COLUMN-LINE.
            05 FILLER                     PIC X(40)
               VALUE "OPERATOR   DATE       VOUCH FIELD       ".
            05 FILLER                     PIC X(38)
               VALUE "T C GL CODE     AMOUNT ORIG  EXPORT".

       01   DETAIL-LINE.
            05 PRINT-OPERATOR             PIC X(10).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-DATE                 PIC Z9/99/9999.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-VOUCHER              PIC ZZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-FIELD                PIC X(12).
            05 PRINT-TYPE                 PIC X(1).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-LINE-COMPANY         PIC 9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-GL-CODE              PIC X(6).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-AMOUNT               PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-ORIGINAL-BATCH       PIC ZZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-EXPORT-BATCH         PIC X(7).

       01   FIELD-NUMBER-LABEL.
            05 FILLER                     PIC X(6)  VALUE "FIELD ".
            05 FIELD-NUMBER-PRINT         PIC Z9.

       77   REPORT-COMPANY                PIC 9.
       77   RANGE-FROM-DATE               PIC 9(8).
       77   RANGE-THROUGH-DATE            PIC 9(8).

       77   ADJUSTMENT-FILE-AT-END        PIC X.
       77   CURRENT-OPERATOR              PIC X(10).

       77   OPERATOR-COUNT                PIC 9(5) VALUE ZERO.
       77   OPERATOR-REVERSED             PIC S9(8)V99 VALUE ZERO.
       77   OPERATOR-REBOOKED             PIC S9(8)V99 VALUE ZERO.
       77   OPERATOR-NET                  PIC S9(8)V99 VALUE ZERO.
       77   LISTED-COUNT                  PIC 9(5) VALUE ZERO.
       77   PENDING-COUNT                 PIC 9(5) VALUE ZERO.
       77   GRAND-REVERSED                PIC S9(8)V99 VALUE ZERO.
       77   GRAND-REBOOKED                PIC S9(8)V99 VALUE ZERO.
       77   GRAND-NET                     PIC S9(8)V99 VALUE ZERO.
       77   TOTAL-AMOUNT-FIELD            PIC ZZ,ZZZ,ZZ9.99-.

            COPY "wsdate02.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            PERFORM ACCEPT-REPORT-PARAMETERS.
            PERFORM PRINT-THE-HEADINGS.

            MOVE SPACES TO CURRENT-OPERATOR.
            PERFORM START-BY-OPERATOR.
            PERFORM LIST-ONE-ADJUSTMENT
               UNTIL ADJUSTMENT-FILE-AT-END = "Y".
            IF CURRENT-OPERATOR NOT = SPACES
                PERFORM PRINT-OPERATOR-TOTALS.

            PERFORM PRINT-THE-TOTALS.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT VOUCHER-ADJUSTMENT-FILE.
            MOVE "VADJRPT01" TO SPOOL-NAME-REPORT-ID.
            MOVE "POST-EXPORT ADJUSTMENTS" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE VOUCHER-ADJUSTMENT-FILE.
            CLOSE PRINTER-FILE.

      *--------------------------------
      * PARAMETERS
      *--------------------------------
       ACCEPT-REPORT-PARAMETERS.
            PERFORM ACCEPT-REPORT-COMPANY.
            MOVE "Y" TO ZERO-DATE-IS-OK.
            MOVE "CHANGED FROM DATE(MM/DD/CCYY) (ENTER = ALL)?"
               TO DATE-PROMPT.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO RANGE-FROM-DATE.
            MOVE "CHANGED THROUGH DATE(MM/DD/CCYY) (ENTER = ALL)?"
               TO DATE-PROMPT.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO RANGE-THROUGH-DATE.
            IF RANGE-THROUGH-DATE = ZEROES
                MOVE 99999999 TO RANGE-THROUGH-DATE.

       ACCEPT-REPORT-COMPANY.
            DISPLAY "ENTER COMPANY NUMBER (1-9)".
            ACCEPT REPORT-COMPANY.
            IF REPORT-COMPANY = ZERO
                DISPLAY "COMPANY MUST BE 1 THROUGH 9"
                PERFORM ACCEPT-REPORT-COMPANY.

       PRINT-THE-HEADINGS.
            MOVE TITLE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE REPORT-COMPANY TO RANGE-COMPANY.
            IF RANGE-FROM-DATE NOT = ZEROES
                MOVE RANGE-FROM-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                MOVE FORMATTED-DATE TO RANGE-FROM-PRINT.
            IF RANGE-THROUGH-DATE NOT = 99999999
                MOVE RANGE-THROUGH-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                MOVE FORMATTED-DATE TO RANGE-THROUGH-PRINT.
            MOVE RANGE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            MOVE COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * THE LISTING
      *--------------------------------
       START-BY-OPERATOR.
            MOVE "N" TO ADJUSTMENT-FILE-AT-END.
            MOVE LOW-VALUES TO VADJ-OPERATOR.
            START VOUCHER-ADJUSTMENT-FILE
               KEY IS NOT LESS THAN VADJ-OPERATOR
               INVALID KEY
               MOVE "Y" TO ADJUSTMENT-FILE-AT-END.
            IF ADJUSTMENT-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-ADJUSTMENT-RECORD.

       LIST-ONE-ADJUSTMENT.
            IF VADJ-COMPANY = REPORT-COMPANY AND
                  VADJ-DATE NOT < RANGE-FROM-DATE AND
                  VADJ-DATE NOT > RANGE-THROUGH-DATE
                PERFORM PRINT-THE-ADJUSTMENT-LINE.
            PERFORM READ-NEXT-ADJUSTMENT-RECORD.

       PRINT-THE-ADJUSTMENT-LINE.
            IF VADJ-OPERATOR NOT = CURRENT-OPERATOR
                IF CURRENT-OPERATOR NOT = SPACES
                    PERFORM PRINT-OPERATOR-TOTALS
                    PERFORM START-A-NEW-OPERATOR
                ELSE
                    PERFORM START-A-NEW-OPERATOR.
            MOVE SPACE TO DETAIL-LINE.
            MOVE VADJ-OPERATOR TO PRINT-OPERATOR.
            MOVE VADJ-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-DATE.
            MOVE VADJ-VOUCHER-NUMBER TO PRINT-VOUCHER.
            PERFORM NAME-THE-CHANGED-FIELD.
            MOVE VADJ-TYPE TO PRINT-TYPE.
            MOVE VADJ-LINE-COMPANY TO PRINT-LINE-COMPANY.
            MOVE VADJ-GL-CODE TO PRINT-GL-CODE.
            MOVE VADJ-AMOUNT TO PRINT-AMOUNT.
            MOVE VADJ-ORIGINAL-BATCH TO PRINT-ORIGINAL-BATCH.
            IF VADJ-GL-BATCH = ZEROES
                MOVE "PENDING" TO PRINT-EXPORT-BATCH
                ADD 1 TO PENDING-COUNT
            ELSE
                MOVE VADJ-GL-BATCH TO PRINT-EXPORT-BATCH.
            ADD 1 TO OPERATOR-COUNT.
            ADD VADJ-AMOUNT TO OPERATOR-NET.
            IF VADJ-IS-REVERSAL
                ADD VADJ-AMOUNT TO OPERATOR-REVERSED
            ELSE
                ADD VADJ-AMOUNT TO OPERATOR-REBOOKED.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       START-A-NEW-OPERATOR.
            MOVE VADJ-OPERATOR TO CURRENT-OPERATOR.
            MOVE ZERO TO OPERATOR-COUNT.
            MOVE ZERO TO OPERATOR-REVERSED.
            MOVE ZERO TO OPERATOR-REBOOKED.
            MOVE ZERO TO OPERATOR-NET.

       NAME-THE-CHANGED-FIELD.
            IF VADJ-FIELD = ZERO
                MOVE "DELETED" TO PRINT-FIELD
            ELSE
            IF VADJ-FIELD = 4
                MOVE "AMOUNT" TO PRINT-FIELD
            ELSE
            IF VADJ-FIELD = 9
                MOVE "GL CODE" TO PRINT-FIELD
            ELSE
            IF VADJ-FIELD = 16
                MOVE "DISTRIBUTION" TO PRINT-FIELD
            ELSE
                MOVE VADJ-FIELD TO FIELD-NUMBER-PRINT
                MOVE FIELD-NUMBER-LABEL TO PRINT-FIELD.

      *--------------------------------
      * TOTALS
      *--------------------------------
       PRINT-OPERATOR-TOTALS.
            MOVE OPERATOR-REVERSED TO TOTAL-AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "   " CURRENT-OPERATOR " REVERSED: "
               TOTAL-AMOUNT-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE OPERATOR-REBOOKED TO TOTAL-AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "   " CURRENT-OPERATOR " REBOOKED: "
               TOTAL-AMOUNT-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE OPERATOR-NET TO TOTAL-AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "   " CURRENT-OPERATOR " NET:      "
               TOTAL-AMOUNT-FIELD "   LINES " OPERATOR-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            ADD OPERATOR-COUNT TO LISTED-COUNT.
            ADD OPERATOR-REVERSED TO GRAND-REVERSED.
            ADD OPERATOR-REBOOKED TO GRAND-REBOOKED.
            ADD OPERATOR-NET TO GRAND-NET.

       PRINT-THE-TOTALS.
            PERFORM LINE-FEED.
            IF LISTED-COUNT = ZERO
                MOVE "NO POST-EXPORT ADJUSTMENTS FOUND"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            MOVE GRAND-REVERSED TO TOTAL-AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "TOTAL REVERSED:       " TOTAL-AMOUNT-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE GRAND-REBOOKED TO TOTAL-AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "TOTAL REBOOKED:       " TOTAL-AMOUNT-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE GRAND-NET TO TOTAL-AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "NET CHANGE TO AP:     " TOTAL-AMOUNT-FIELD
               "   LINES " LISTED-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "LINES NOT YET EXPORTED:  " PENDING-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            DISPLAY "ADJUSTMENT LINES LISTED: " LISTED-COUNT
               "  PENDING EXPORT: " PENDING-COUNT.

      *--------------------------------
       READ-NEXT-ADJUSTMENT-RECORD.
            READ VOUCHER-ADJUSTMENT-FILE NEXT RECORD
               AT END MOVE "Y" TO ADJUSTMENT-FILE-AT-END.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".

            COPY "plspool01.cbl".
