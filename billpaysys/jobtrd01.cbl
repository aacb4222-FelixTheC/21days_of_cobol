      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Batch-window trend report over the job log (fdjoblog.cbl) -
      * where joblog01.cbl shows one night, this shows the drift.
      * The operator keys how many nights back to look (today
      * included); every stream logged in that span is read once,
      * in stream-date order, and the report prints:
      *   STREAM WINDOW BY NIGHT - first step started, last step
      *     finished, the window elapsed, steps run and failed;
      *   ELAPSED TIME BY STEP - for each program, the nights it
      *     completed, its average and worst elapsed time (and the
      *     night of the worst), and the most recent night's time
      *     as a percentage of the average, so a step creeping from
      *     ten minutes to fifty stands out before the stream runs
      *     into the morning sign-on.
      * Only completed steps count toward a program's times; a
      * failed step's night still shows in the window section.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. jobtrd01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "sljoblog.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdjoblog.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

       01   TITLE-LINE.
            05 FILLER                     PIC X(14) VALUE SPACE.
            05 FILLER                     PIC X(26)
               VALUE "BATCH WINDOW TREND - LAST ".
            05 PRINT-NIGHTS               PIC Z9.
            05 FILLER                     PIC X(11)
               VALUE " NIGHTS TO ".
            05 PRINT-TODAY                PIC Z9/99/9999.

       01   WINDOW-COLUMN-LINE.
            05 FILLER                     PIC X(40)
               VALUE "NIGHT       STARTED  FINISHED          ".
            05 FILLER                     PIC X(40)
               VALUE "ELAPSED   STEPS FAILED".

       01   WINDOW-LINE.
            05 PRINT-NIGHT-DATE           PIC Z9/99/9999.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-WINDOW-START         PIC 99B99.
            05 FILLER                     PIC X(4)  VALUE SPACE.
            05 PRINT-WINDOW-END-DATE      PIC Z9/99/9999.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-WINDOW-END-TIME      PIC 99B99.
            05 FILLER                     PIC X(3)  VALUE SPACE.
            05 PRINT-WINDOW-ELAPSED       PIC X(8).
            05 FILLER                     PIC X(3)  VALUE SPACE.
            05 PRINT-WINDOW-STEPS         PIC ZZ9.
            05 FILLER                     PIC X(4)  VALUE SPACE.
            05 PRINT-WINDOW-FAILED        PIC ZZ9.

       01   STEP-COLUMN-LINE.
            05 FILLER                     PIC X(36)
               VALUE "PROGRAM  NIGHTS  AVERAGE      WORST ".
            05 FILLER                     PIC X(44)
               VALUE "WORST NIGHT     LAST  VS AVG".

       01   STEP-LINE.
            05 PRINT-STEP-PROGRAM         PIC X(8).
            05 FILLER                     PIC X(4)  VALUE SPACE.
            05 PRINT-STEP-NIGHTS          PIC ZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-STEP-AVERAGE         PIC X(8).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-STEP-WORST           PIC X(8).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-STEP-WORST-DATE      PIC Z9/99/9999.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-STEP-LAST            PIC X(8).
            05 FILLER                     PIC X(3)  VALUE SPACE.
            05 PRINT-STEP-PERCENT         PIC ZZZ9.
            05 FILLER                     PIC X(1)  VALUE "%".

       77   JOBLOG-FILE-AT-END            PIC X.
       77   NIGHTS-TO-TREND               PIC 99.
       77   TODAY-DATE                    PIC 9(8).
       77   FIRST-NIGHT                   PIC 9(8).
       77   NIGHTS-PRINTED                PIC 9(3) VALUE ZERO.

      * The night being gathered - its earliest start and latest
      * finish stamp across all its steps.
       77   NIGHT-DATE                    PIC 9(8).
       77   NIGHT-STEPS                   PIC 9(3).
       77   NIGHT-FAILED                  PIC 9(3).
       01   NIGHT-FIRST-START.
            05 NIGHT-START-DATE           PIC 9(8).
            05 NIGHT-START-TIME           PIC 9(8).
       01   NIGHT-LAST-END.
            05 NIGHT-END-DATE             PIC 9(8).
            05 NIGHT-END-TIME             PIC 9(8).
       01   STEP-START-STAMP.
            05 STEP-START-DATE            PIC 9(8).
            05 STEP-START-TIME            PIC 9(8).
       01   STEP-END-STAMP.
            05 STEP-END-DATE              PIC 9(8).
            05 STEP-END-TIME              PIC 9(8).

      * Elapsed times by step program, in seconds.
       01   PROGRAM-TABLE.
            05 PROGRAM-ENTRY OCCURS 60 TIMES.
               10 PROGRAM-NAME            PIC X(8).
               10 PROGRAM-NIGHTS          PIC 9(3).
               10 PROGRAM-TOTAL-SECONDS   PIC 9(9).
               10 PROGRAM-WORST-SECONDS   PIC 9(7).
               10 PROGRAM-WORST-DATE      PIC 9(8).
               10 PROGRAM-LAST-SECONDS    PIC 9(7).
       77   PROGRAM-ENTRY-COUNT           PIC 99 VALUE ZERO.
       77   PROGRAM-INDEX                 PIC 99.
       77   PROGRAM-SLOT                  PIC 99.
       77   PROGRAM-TABLE-FULL            PIC X VALUE "N".
       77   AVERAGE-SECONDS               PIC 9(7).
       77   LAST-PERCENT                  PIC 9(4).

            COPY "wsdate02.cbl".
            COPY "wsjobel01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM ENTER-NIGHTS-TO-TREND.
            COMPUTE FIRST-NIGHT = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (TODAY-DATE)
                  - NIGHTS-TO-TREND + 1).
            PERFORM PRINT-THE-HEADINGS.

            PERFORM GATHER-THE-NIGHTS.
            PERFORM PRINT-THE-STEP-TRENDS.

            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT JOB-LOG-FILE.
            MOVE "JOBTRD01" TO SPOOL-NAME-REPORT-ID.
            MOVE "BATCH WINDOW TREND" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE JOB-LOG-FILE.
            CLOSE PRINTER-FILE.

       ENTER-NIGHTS-TO-TREND.
            DISPLAY "HOW MANY NIGHTS TO TREND (1-99)?".
            ACCEPT NIGHTS-TO-TREND.
            PERFORM RE-ENTER-NIGHTS-TO-TREND
               UNTIL NIGHTS-TO-TREND NOT = ZERO.

       RE-ENTER-NIGHTS-TO-TREND.
            DISPLAY "ENTER A NUMBER OF NIGHTS FROM 1 TO 99".
            ACCEPT NIGHTS-TO-TREND.

       PRINT-THE-HEADINGS.
            MOVE NIGHTS-TO-TREND TO PRINT-NIGHTS.
            MOVE TODAY-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-TODAY.
            MOVE TITLE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            MOVE "STREAM WINDOW BY NIGHT" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE WINDOW-COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * ONE PASS OVER THE LOG
      *--------------------------------
       GATHER-THE-NIGHTS.
            MOVE ZEROES TO NIGHT-DATE.
            MOVE FIRST-NIGHT TO JOBLOG-STREAM-DATE.
            MOVE ZEROES TO JOBLOG-STEP-NUMBER.
            MOVE "N" TO JOBLOG-FILE-AT-END.
            START JOB-LOG-FILE
               KEY IS NOT LESS THAN JOBLOG-KEY
               INVALID KEY
               MOVE "Y" TO JOBLOG-FILE-AT-END.
            PERFORM TAKE-ONE-STEP
               UNTIL JOBLOG-FILE-AT-END = "Y".
            IF NIGHT-DATE NOT = ZEROES
                PERFORM PRINT-THE-NIGHT.
            IF NIGHTS-PRINTED = ZERO
                MOVE "  NO STREAM LOGGED IN THE SPAN" TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

       TAKE-ONE-STEP.
            READ JOB-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO JOBLOG-FILE-AT-END.
            IF JOBLOG-FILE-AT-END NOT = "Y"
                IF JOBLOG-STREAM-DATE > TODAY-DATE
                    MOVE "Y" TO JOBLOG-FILE-AT-END
                ELSE
                    PERFORM GATHER-ONE-STEP.

       GATHER-ONE-STEP.
            IF JOBLOG-STREAM-DATE NOT = NIGHT-DATE
                IF NIGHT-DATE NOT = ZEROES
                    PERFORM PRINT-THE-NIGHT
                    PERFORM START-A-NIGHT
                ELSE
                    PERFORM START-A-NIGHT.
            ADD 1 TO NIGHT-STEPS.
            IF JOBLOG-STEP-FAILED
                ADD 1 TO NIGHT-FAILED.
            MOVE JOBLOG-START-DATE TO STEP-START-DATE.
            MOVE JOBLOG-START-TIME TO STEP-START-TIME.
            MOVE JOBLOG-END-DATE TO STEP-END-DATE.
            MOVE JOBLOG-END-TIME TO STEP-END-TIME.
            IF STEP-START-STAMP < NIGHT-FIRST-START
                MOVE STEP-START-STAMP TO NIGHT-FIRST-START.
            IF STEP-END-DATE NOT = ZEROES AND
                  STEP-END-STAMP > NIGHT-LAST-END
                MOVE STEP-END-STAMP TO NIGHT-LAST-END.
            IF JOBLOG-STEP-COMPLETE
                PERFORM ADD-TO-PROGRAM-TABLE.

       START-A-NIGHT.
            MOVE JOBLOG-STREAM-DATE TO NIGHT-DATE.
            MOVE ZERO TO NIGHT-STEPS.
            MOVE ZERO TO NIGHT-FAILED.
            MOVE ALL "9" TO NIGHT-FIRST-START.
            MOVE ZEROES TO NIGHT-LAST-END.

       PRINT-THE-NIGHT.
            ADD 1 TO NIGHTS-PRINTED.
            MOVE SPACE TO WINDOW-LINE.
            MOVE NIGHT-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-NIGHT-DATE.
            MOVE NIGHT-START-TIME (1 : 4) TO PRINT-WINDOW-START.
            MOVE NIGHT-STEPS TO PRINT-WINDOW-STEPS.
            MOVE NIGHT-FAILED TO PRINT-WINDOW-FAILED.
            IF NIGHT-END-DATE = ZEROES
                MOVE "RUNNING" TO PRINT-WINDOW-ELAPSED
            ELSE
                PERFORM SHOW-THE-WINDOW-END.
            MOVE WINDOW-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       SHOW-THE-WINDOW-END.
            MOVE NIGHT-END-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-WINDOW-END-DATE.
            MOVE NIGHT-END-TIME (1 : 4) TO PRINT-WINDOW-END-TIME.
            MOVE NIGHT-START-DATE TO ELAPSED-FROM-DATE.
            MOVE NIGHT-START-TIME TO ELAPSED-FROM-TIME.
            MOVE NIGHT-END-DATE TO ELAPSED-TO-DATE.
            MOVE NIGHT-END-TIME TO ELAPSED-TO-TIME.
            PERFORM COMPUTE-ELAPSED-SECONDS.
            PERFORM SHOW-ELAPSED-TIME.
            MOVE ELAPSED-SHOWN TO PRINT-WINDOW-ELAPSED.

      *--------------------------------
      * ELAPSED TIME BY PROGRAM
      *--------------------------------
       ADD-TO-PROGRAM-TABLE.
            MOVE JOBLOG-START-DATE TO ELAPSED-FROM-DATE.
            MOVE JOBLOG-START-TIME TO ELAPSED-FROM-TIME.
            MOVE JOBLOG-END-DATE TO ELAPSED-TO-DATE.
            MOVE JOBLOG-END-TIME TO ELAPSED-TO-TIME.
            PERFORM COMPUTE-ELAPSED-SECONDS.
            MOVE ZERO TO PROGRAM-SLOT.
            PERFORM FIND-PROGRAM-SLOT
               VARYING PROGRAM-INDEX FROM 1 BY 1
               UNTIL PROGRAM-INDEX > PROGRAM-ENTRY-COUNT
                  OR PROGRAM-SLOT NOT = ZERO.
            IF PROGRAM-SLOT = ZERO
                IF PROGRAM-ENTRY-COUNT = 60
                    MOVE "Y" TO PROGRAM-TABLE-FULL
                ELSE
                    ADD 1 TO PROGRAM-ENTRY-COUNT
                    MOVE PROGRAM-ENTRY-COUNT TO PROGRAM-SLOT
                    MOVE JOBLOG-PROGRAM TO PROGRAM-NAME (PROGRAM-SLOT)
                    MOVE ZERO TO PROGRAM-NIGHTS (PROGRAM-SLOT)
                    MOVE ZERO TO PROGRAM-TOTAL-SECONDS (PROGRAM-SLOT)
                    MOVE ZERO TO PROGRAM-WORST-SECONDS (PROGRAM-SLOT)
                    MOVE ZEROES TO PROGRAM-WORST-DATE (PROGRAM-SLOT).
            IF PROGRAM-SLOT NOT = ZERO
                PERFORM ADD-THE-STEP-TIME.

       FIND-PROGRAM-SLOT.
            IF PROGRAM-NAME (PROGRAM-INDEX) = JOBLOG-PROGRAM
                MOVE PROGRAM-INDEX TO PROGRAM-SLOT.

      * The log is read in stream-date order, so the last time
      * added is the most recent night's.
       ADD-THE-STEP-TIME.
            ADD 1 TO PROGRAM-NIGHTS (PROGRAM-SLOT).
            ADD ELAPSED-SECONDS TO PROGRAM-TOTAL-SECONDS (PROGRAM-SLOT).
            MOVE ELAPSED-SECONDS TO PROGRAM-LAST-SECONDS (PROGRAM-SLOT).
            IF ELAPSED-SECONDS NOT <
                  PROGRAM-WORST-SECONDS (PROGRAM-SLOT)
                MOVE ELAPSED-SECONDS
                   TO PROGRAM-WORST-SECONDS (PROGRAM-SLOT)
                MOVE JOBLOG-STREAM-DATE
                   TO PROGRAM-WORST-DATE (PROGRAM-SLOT).

       PRINT-THE-STEP-TRENDS.
            PERFORM LINE-FEED.
            MOVE "ELAPSED TIME BY STEP" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE STEP-COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM PRINT-ONE-STEP-TREND
               VARYING PROGRAM-INDEX FROM 1 BY 1
               UNTIL PROGRAM-INDEX > PROGRAM-ENTRY-COUNT.
            IF PROGRAM-ENTRY-COUNT = ZERO
                MOVE "  NO COMPLETED STEPS IN THE SPAN"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            IF PROGRAM-TABLE-FULL = "Y"
                PERFORM LINE-FEED
                MOVE "MORE THAN 60 STEP PROGRAMS - THE REST OMITTED"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-STEP-TREND.
            MOVE PROGRAM-NAME (PROGRAM-INDEX) TO PRINT-STEP-PROGRAM.
            MOVE PROGRAM-NIGHTS (PROGRAM-INDEX) TO PRINT-STEP-NIGHTS.
            COMPUTE AVERAGE-SECONDS ROUNDED =
               PROGRAM-TOTAL-SECONDS (PROGRAM-INDEX)
                  / PROGRAM-NIGHTS (PROGRAM-INDEX).
            MOVE AVERAGE-SECONDS TO ELAPSED-SECONDS.
            PERFORM SHOW-ELAPSED-TIME.
            MOVE ELAPSED-SHOWN TO PRINT-STEP-AVERAGE.
            MOVE PROGRAM-WORST-SECONDS (PROGRAM-INDEX)
               TO ELAPSED-SECONDS.
            PERFORM SHOW-ELAPSED-TIME.
            MOVE ELAPSED-SHOWN TO PRINT-STEP-WORST.
            MOVE PROGRAM-WORST-DATE (PROGRAM-INDEX) TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-STEP-WORST-DATE.
            MOVE PROGRAM-LAST-SECONDS (PROGRAM-INDEX)
               TO ELAPSED-SECONDS.
            PERFORM SHOW-ELAPSED-TIME.
            MOVE ELAPSED-SHOWN TO PRINT-STEP-LAST.
            IF AVERAGE-SECONDS = ZERO
                MOVE 100 TO LAST-PERCENT
            ELSE
                COMPUTE LAST-PERCENT ROUNDED =
                   PROGRAM-LAST-SECONDS (PROGRAM-INDEX) * 100
                      / AVERAGE-SECONDS
                   ON SIZE ERROR
                   MOVE 9999 TO LAST-PERCENT.
            MOVE LAST-PERCENT TO PRINT-STEP-PERCENT.
            MOVE STEP-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * PRINTING
      *--------------------------------
       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "dtfmt01.cbl".
            COPY "pljobel01.cbl".
            COPY "plspool01.cbl".
