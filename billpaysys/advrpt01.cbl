      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Unsettled travel advance aging - every advance on
      * fdadv01.cbl still out with the employee: paid and not yet
      * netted against an expense report ("P"), netted with money
      * owed back ("O"), or sent to payroll for deduction ("D").
      * OUTSTANDING is the whole advance while it is only paid, and
      * what is still owed back once it has been netted. The days
      * are counted from the trip end date; an advance whose trip
      * is over is flagged PAST TRIP END - the employee should have
      * turned in the expense report by now. The totals age the
      * outstanding money by days past the trip end.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. advrpt01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "sladv01.cbl".
            COPY "slemp01.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdadv01.cbl".
            COPY "fdemp01.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

       01   DETAIL-LINE.
            05 PRINT-ADVANCE-NUMBER       PIC ZZZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-EMPLOYEE-NUMBER      PIC ZZZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-EMPLOYEE-NAME        PIC X(17).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-TRIP-END             PIC Z9/99/9999.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-STATUS               PIC X.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-DAYS-PAST            PIC ZZZ9-.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-OUTSTANDING          PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-PAST-FLAG            PIC X(13).

       01   COLUMN-LINE.
            05 FILLER                     PIC X(5)  VALUE "ADVNC".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(5)  VALUE "EMPL".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(17) VALUE "NAME".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(10) VALUE "TRIP END".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(1)  VALUE "S".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(5)  VALUE " DAYS".
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 FILLER                     PIC X(11) VALUE
                             "OUTSTANDING".

      * Outstanding money by days past the trip end - not yet over,
      * 1-30, 31-60, 61-90, and over 90.
       01   AGING-TOTALS.
            05 AGING-TOTAL                PIC S9(9)V99 OCCURS 5 TIMES.
       01   AGING-LABELS.
            05 FILLER                     PIC X(20) VALUE
                             "TRIP NOT YET OVER:".
            05 FILLER                     PIC X(20) VALUE
                             "1-30 DAYS PAST:".
            05 FILLER                     PIC X(20) VALUE
                             "31-60 DAYS PAST:".
            05 FILLER                     PIC X(20) VALUE
                             "61-90 DAYS PAST:".
            05 FILLER                     PIC X(20) VALUE
                             "OVER 90 DAYS PAST:".
       01   FILLER REDEFINES AGING-LABELS.
            05 AGING-LABEL                PIC X(20) OCCURS 5 TIMES.

       77   ADVANCE-FILE-AT-END           PIC X.
       77   EMPLOYEE-RECORD-FOUND         PIC X.
       77   TODAYS-DATE                   PIC 9(8).
       77   DAYS-PAST-TRIP-END            PIC S9(6).
       77   ADVANCE-OUTSTANDING           PIC S9(6)V99.
       77   AGING-INDEX                   PIC 9.
       77   ADVANCES-LISTED               PIC 9(5) VALUE ZERO.
       77   ADVANCES-PAST-TRIP-END        PIC 9(5) VALUE ZERO.
       77   OUTSTANDING-TOTAL             PIC S9(9)V99 VALUE ZERO.
       77   TOTAL-FIELD                   PIC ZZZ,ZZZ,ZZ9.99-.

            COPY "wsdate02.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
            MOVE ZEROES TO AGING-TOTALS.

            MOVE "UNSETTLED TRAVEL ADVANCES - AGED FROM TRIP END"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE "  S: P PAID  O OWED BACK  D SENT TO PAYROLL"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            MOVE COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            MOVE "N" TO ADVANCE-FILE-AT-END.
            PERFORM REPORT-ONE-ADVANCE
               UNTIL ADVANCE-FILE-AT-END = "Y".

            PERFORM PRINT-TOTALS.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT ADVANCE-FILE.
            OPEN INPUT EMPLOYEE-FILE.
            MOVE "ADVRPT01" TO SPOOL-NAME-REPORT-ID.
            MOVE "TRAVEL ADVANCE AGING" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE ADVANCE-FILE.
            CLOSE EMPLOYEE-FILE.
            CLOSE PRINTER-FILE.

       REPORT-ONE-ADVANCE.
            READ ADVANCE-FILE NEXT RECORD
               AT END MOVE "Y" TO ADVANCE-FILE-AT-END.
            IF ADVANCE-FILE-AT-END NOT = "Y"
                IF ADVANCE-IS-UNSETTLED
                    PERFORM PRINT-ADVANCE-LINE.

       PRINT-ADVANCE-LINE.
            MOVE ADVANCE-EMPLOYEE TO EMPLOYEE-NUMBER.
            MOVE "Y" TO EMPLOYEE-RECORD-FOUND.
            READ EMPLOYEE-FILE RECORD
               INVALID KEY
               MOVE "N" TO EMPLOYEE-RECORD-FOUND.
            IF EMPLOYEE-RECORD-FOUND = "N"
                MOVE "**NOT FOUND**" TO EMPLOYEE-NAME.
            IF ADVANCE-STATUS-PAID
                COMPUTE ADVANCE-OUTSTANDING =
                   ADVANCE-AMOUNT - ADVANCE-APPLIED
            ELSE
                COMPUTE ADVANCE-OUTSTANDING =
                   ADVANCE-OWED-BACK - ADVANCE-REPAID.
            COMPUTE DAYS-PAST-TRIP-END =
               FUNCTION INTEGER-OF-DATE (TODAYS-DATE) -
               FUNCTION INTEGER-OF-DATE (ADVANCE-TRIP-END).
            MOVE SPACE TO DETAIL-LINE.
            MOVE ADVANCE-NUMBER TO PRINT-ADVANCE-NUMBER.
            MOVE ADVANCE-EMPLOYEE TO PRINT-EMPLOYEE-NUMBER.
            MOVE EMPLOYEE-NAME TO PRINT-EMPLOYEE-NAME.
            MOVE ADVANCE-TRIP-END TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-TRIP-END.
            MOVE ADVANCE-STATUS TO PRINT-STATUS.
            MOVE DAYS-PAST-TRIP-END TO PRINT-DAYS-PAST.
            MOVE ADVANCE-OUTSTANDING TO PRINT-OUTSTANDING.
            IF DAYS-PAST-TRIP-END > ZERO
                MOVE "PAST TRIP END" TO PRINT-PAST-FLAG
                ADD 1 TO ADVANCES-PAST-TRIP-END.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM AGE-THE-OUTSTANDING.
            ADD 1 TO ADVANCES-LISTED.
            ADD ADVANCE-OUTSTANDING TO OUTSTANDING-TOTAL.

       AGE-THE-OUTSTANDING.
            IF DAYS-PAST-TRIP-END NOT > ZERO
                MOVE 1 TO AGING-INDEX
            ELSE
            IF DAYS-PAST-TRIP-END NOT > 30
                MOVE 2 TO AGING-INDEX
            ELSE
            IF DAYS-PAST-TRIP-END NOT > 60
                MOVE 3 TO AGING-INDEX
            ELSE
            IF DAYS-PAST-TRIP-END NOT > 90
                MOVE 4 TO AGING-INDEX
            ELSE
                MOVE 5 TO AGING-INDEX.
            ADD ADVANCE-OUTSTANDING TO AGING-TOTAL (AGING-INDEX).

       PRINT-TOTALS.
            PERFORM LINE-FEED.
            PERFORM PRINT-ONE-AGING-TOTAL
               VARYING AGING-INDEX FROM 1 BY 1
               UNTIL AGING-INDEX > 5.
            MOVE OUTSTANDING-TOTAL TO TOTAL-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "TOTAL OUTSTANDING:  " TOTAL-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "ADVANCES LISTED:    " ADVANCES-LISTED
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "PAST TRIP END:      " ADVANCES-PAST-TRIP-END
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            DISPLAY "UNSETTLED ADVANCES LISTED: " ADVANCES-LISTED.
            DISPLAY "PAST TRIP END:             "
               ADVANCES-PAST-TRIP-END.

       PRINT-ONE-AGING-TOTAL.
            MOVE AGING-TOTAL (AGING-INDEX) TO TOTAL-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING AGING-LABEL (AGING-INDEX) TOTAL-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "dtfmt01.cbl".

            COPY "plspool01.cbl".
