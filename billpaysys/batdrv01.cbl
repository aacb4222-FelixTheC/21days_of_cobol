      * completed steps (the backups) are not rerun. Every program
      * in the stream ends with GOBACK, so it returns here instead
      * of taking the whole run unit down.
      *
      * Before the first step the driver learns each program's
      * average elapsed time from the completed steps of the last
      * AVERAGE-NIGHTS nights on the job log, and lays the stream
      * out step by step. A stream line may carry an overrun
      * multiple after the program name, e.g.
      *    vchage01 3
      * (OVERRUN-DEFAULT-MULTIPLE when left off). A step that
      * finishes past that multiple of its average writes an
      * overrun alert to the CALLOUT file with the week's on-call
      * name, and after every step the projected stream finish -
      * now plus the averages of the steps still to run - is shown
      * on the console and carried on any alert, so the on-call
      * person knows whether the window will be blown. jobtrd01.cbl
      * prints the same times as a trend across nights.
      *
      * After every step that completes, the report router
      * (splrte01.cbl) sends the reports the step spooled to the
      * people on their distribution lists. Routing trouble is
      * shown on the console but never stops the stream.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. batdrv01.
            88 START-THE-STREAM-OVER      VALUE "S".
       77   INCOMPLETE-RUN-FOUND          PIC X VALUE "N".

      * Step timing - the averages the stream is judged against.
       77   AVERAGE-NIGHTS                PIC 9(3) VALUE 30.
       77   OVERRUN-DEFAULT-MULTIPLE      PIC 99V9 VALUE 2.0.
       77   STEP-MULTIPLE-X               PIC X(5).
       77   STEP-MULTIPLE                 PIC 99V9.
       77   HISTORY-FIRST-NIGHT           PIC 9(8).
       77   HISTORY-AT-END                PIC X.
       01   HISTORY-TABLE.
            05 HISTORY-ENTRY OCCURS 60 TIMES.
               10 HISTORY-PROGRAM         PIC X(8).
               10 HISTORY-NIGHTS          PIC 9(3).
               10 HISTORY-TOTAL-SECONDS   PIC 9(9).
       77   HISTORY-ENTRY-COUNT           PIC 99 VALUE ZERO.
       77   HISTORY-INDEX                 PIC 99.
       77   HISTORY-SLOT                  PIC 99.
       01   PLAN-TABLE.
            05 PLAN-ENTRY OCCURS 99 TIMES.
               10 PLAN-PROGRAM            PIC X(8).
               10 PLAN-AVERAGE            PIC 9(7).
               10 PLAN-MULTIPLE           PIC 99V9.
       77   PLANNED-STEPS                 PIC 99 VALUE ZERO.
       77   PLAN-INDEX                    PIC 9(3).
       77   FIRST-REMAINING-STEP          PIC 9(3).
       77   REMAINING-SECONDS             PIC 9(7).
       77   STEPS-WITHOUT-HISTORY         PIC 99.
       77   OVERRUN-LIMIT-SECONDS         PIC 9(7).
       77   FINISH-SECONDS                PIC 9(7).
       77   FINISH-DAYS                   PIC 9(3).
       77   FINISH-DATE                   PIC 9(8).
       01   FINISH-SHOWN.
            05 FINISH-SHOWN-MM            PIC 99.
            05 FILLER                     PIC X VALUE "/".
            05 FINISH-SHOWN-DD            PIC 99.
            05 FILLER                     PIC X VALUE "/".
            05 FINISH-SHOWN-CCYY          PIC 9(4).
            05 FILLER                     PIC X VALUE SPACE.
            05 FINISH-SHOWN-HH            PIC 99.
            05 FILLER                     PIC X VALUE ":".
            05 FINISH-SHOWN-MI            PIC 99.
       77   STEP-RAN-SHOWN                PIC X(8).
       77   MULTIPLE-SHOWN                PIC Z9.9.
       77   CALLOUT-STARTED               PIC X VALUE "N".

            COPY "wsjobel01.cbl".

            COPY "wssignon01.cbl".
            COPY "wscase01.cbl".

            PERFORM SIGN-ON.
            ACCEPT STREAM-DATE FROM DATE YYYYMMDD.
            PERFORM CHECK-FOR-INCOMPLETE-RUN.
            PERFORM LEARN-STEP-AVERAGES.
            PERFORM PLAN-THE-STREAM.

            MOVE ZERO TO STEP-NUMBER.
            PERFORM READ-CONFIG-RECORD.
      *--------------------------------
       RUN-ONE-STEP.
            ADD 1 TO STEP-NUMBER.
            PERFORM SPLIT-THE-STREAM-LINE.
            IF STEP-PROGRAM = SPACES
                DISPLAY "STEP " STEP-NUMBER " IS BLANK - SKIPPED"
            ELSE
            IF RETURN-CODE = ZERO
                PERFORM WRITE-STEP-END-RECORD
                DISPLAY "STEP " STEP-NUMBER " COMPLETE"
                PERFORM CHECK-THE-STEP-DURATION
                PERFORM ROUTE-THE-STEP-REPORTS
            ELSE
                PERFORM WRITE-STEP-FAILED-RECORD
                DISPLAY "STEP " STEP-NUMBER " FAILED WITH CODE "
                   RETURN-CODE
                MOVE "Y" TO STREAM-STOPPED.

       ROUTE-THE-STEP-REPORTS.
            CALL "splrte01"
               ON EXCEPTION
               DISPLAY "REPORT ROUTER NOT FOUND - REPORTS NOT ROUTED".
            MOVE ZERO TO RETURN-CODE.

       WRITE-STEP-START-RECORD.
            MOVE STREAM-DATE TO JOBLOG-STREAM-DATE.
            MOVE STEP-NUMBER TO JOBLOG-STEP-NUMBER.
               AT END
               MOVE "Y" TO CONFIG-FILE-AT-END.

      * The program name, then an optional overrun multiple.
       SPLIT-THE-STREAM-LINE.
            MOVE SPACES TO STEP-PROGRAM
                           STEP-MULTIPLE-X.
            UNSTRING STREAM-CONFIG-RECORD DELIMITED BY ALL SPACE
               INTO STEP-PROGRAM
                    STEP-MULTIPLE-X.
            MOVE OVERRUN-DEFAULT-MULTIPLE TO STEP-MULTIPLE.
            IF STEP-MULTIPLE-X NOT = SPACES
                IF FUNCTION TEST-NUMVAL (STEP-MULTIPLE-X) = 0
                    COMPUTE STEP-MULTIPLE =
                       FUNCTION NUMVAL (STEP-MULTIPLE-X).
            IF STEP-MULTIPLE NOT > 1
                MOVE OVERRUN-DEFAULT-MULTIPLE TO STEP-MULTIPLE.

      *--------------------------------
      * STEP AVERAGES AND THE STREAM PLAN
      *--------------------------------
      * Completed steps of the nights before tonight, back
      * AVERAGE-NIGHTS nights, averaged by program.
       LEARN-STEP-AVERAGES.
            COMPUTE HISTORY-FIRST-NIGHT = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (STREAM-DATE)
                  - AVERAGE-NIGHTS).
            MOVE HISTORY-FIRST-NIGHT TO JOBLOG-STREAM-DATE.
            MOVE ZEROES TO JOBLOG-STEP-NUMBER.
            MOVE "N" TO HISTORY-AT-END.
            START JOB-LOG-FILE
               KEY IS NOT LESS THAN JOBLOG-KEY
               INVALID KEY
               MOVE "Y" TO HISTORY-AT-END.
            PERFORM LEARN-ONE-LOGGED-STEP
               UNTIL HISTORY-AT-END = "Y".

       LEARN-ONE-LOGGED-STEP.
            READ JOB-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO HISTORY-AT-END.
            IF HISTORY-AT-END NOT = "Y"
                IF JOBLOG-STREAM-DATE NOT < STREAM-DATE
                    MOVE "Y" TO HISTORY-AT-END
                ELSE
                    IF JOBLOG-STEP-COMPLETE
                        PERFORM ADD-TO-HISTORY-TABLE.

       ADD-TO-HISTORY-TABLE.
            MOVE JOBLOG-START-DATE TO ELAPSED-FROM-DATE.
            MOVE JOBLOG-START-TIME TO ELAPSED-FROM-TIME.
            MOVE JOBLOG-END-DATE TO ELAPSED-TO-DATE.
            MOVE JOBLOG-END-TIME TO ELAPSED-TO-TIME.
            PERFORM COMPUTE-ELAPSED-SECONDS.
            MOVE JOBLOG-PROGRAM TO STEP-PROGRAM.
            PERFORM FIND-THE-HISTORY-SLOT.
            IF HISTORY-SLOT = ZERO AND
                  HISTORY-ENTRY-COUNT < 60
                ADD 1 TO HISTORY-ENTRY-COUNT
                MOVE HISTORY-ENTRY-COUNT TO HISTORY-SLOT
                MOVE STEP-PROGRAM TO HISTORY-PROGRAM (HISTORY-SLOT)
                MOVE ZERO TO HISTORY-NIGHTS (HISTORY-SLOT)
                MOVE ZERO TO HISTORY-TOTAL-SECONDS (HISTORY-SLOT).
            IF HISTORY-SLOT NOT = ZERO
                ADD 1 TO HISTORY-NIGHTS (HISTORY-SLOT)
                ADD ELAPSED-SECONDS
                   TO HISTORY-TOTAL-SECONDS (HISTORY-SLOT).

       FIND-THE-HISTORY-SLOT.
            MOVE ZERO TO HISTORY-SLOT.
            PERFORM TEST-ONE-HISTORY-SLOT
               VARYING HISTORY-INDEX FROM 1 BY 1
               UNTIL HISTORY-INDEX > HISTORY-ENTRY-COUNT
                  OR HISTORY-SLOT NOT = ZERO.

       TEST-ONE-HISTORY-SLOT.
            IF HISTORY-PROGRAM (HISTORY-INDEX) = STEP-PROGRAM
                MOVE HISTORY-INDEX TO HISTORY-SLOT.

      * One pass over the stream file lays out every step with its
      * average and multiple; the file is then reopened for the
      * run itself. Step numbers count every line, blank or not,
      * exactly as RUN-ONE-STEP does.
       PLAN-THE-STREAM.
            MOVE ZERO TO PLANNED-STEPS.
            PERFORM READ-CONFIG-RECORD.
            PERFORM PLAN-ONE-STEP
               UNTIL CONFIG-FILE-AT-END = "Y"
                  OR PLANNED-STEPS = 99.
            CLOSE STREAM-CONFIG-FILE.
            OPEN INPUT STREAM-CONFIG-FILE.

       PLAN-ONE-STEP.
            ADD 1 TO PLANNED-STEPS.
            PERFORM SPLIT-THE-STREAM-LINE.
            MOVE STEP-PROGRAM TO PLAN-PROGRAM (PLANNED-STEPS).
            MOVE STEP-MULTIPLE TO PLAN-MULTIPLE (PLANNED-STEPS).
            MOVE ZERO TO PLAN-AVERAGE (PLANNED-STEPS).
            IF STEP-PROGRAM NOT = SPACES
                PERFORM FIND-THE-HISTORY-SLOT
                IF HISTORY-SLOT NOT = ZERO
                    COMPUTE PLAN-AVERAGE (PLANNED-STEPS) ROUNDED =
                       HISTORY-TOTAL-SECONDS (HISTORY-SLOT)
                          / HISTORY-NIGHTS (HISTORY-SLOT).
            PERFORM READ-CONFIG-RECORD.

      *--------------------------------
      * OVERRUN CHECK AND PROJECTED FINISH
      *--------------------------------
       CHECK-THE-STEP-DURATION.
            MOVE JOBLOG-START-DATE TO ELAPSED-FROM-DATE.
            MOVE JOBLOG-START-TIME TO ELAPSED-FROM-TIME.
            MOVE JOBLOG-END-DATE TO ELAPSED-TO-DATE.
            MOVE JOBLOG-END-TIME TO ELAPSED-TO-TIME.
            PERFORM COMPUTE-ELAPSED-SECONDS.
            PERFORM SHOW-ELAPSED-TIME.
            MOVE ELAPSED-SHOWN TO STEP-RAN-SHOWN.
            PERFORM PROJECT-THE-FINISH.
            DISPLAY "STEP " STEP-NUMBER " RAN " STEP-RAN-SHOWN
               " - PROJECTED STREAM FINISH " FINISH-SHOWN.
            IF STEP-NUMBER NOT > PLANNED-STEPS
                IF PLAN-AVERAGE (STEP-NUMBER) NOT = ZERO
                    COMPUTE OVERRUN-LIMIT-SECONDS ROUNDED =
                       PLAN-AVERAGE (STEP-NUMBER)
                          * PLAN-MULTIPLE (STEP-NUMBER)
                    IF ELAPSED-SECONDS > OVERRUN-LIMIT-SECONDS
                        PERFORM WRITE-THE-OVERRUN-ALERT.

      * Now, plus the average of every step still to run. A step
      * with no history on the log adds nothing and is counted so
      * the alert can say the projection is short.
       PROJECT-THE-FINISH.
            MOVE ZERO TO REMAINING-SECONDS.
            MOVE ZERO TO STEPS-WITHOUT-HISTORY.
            COMPUTE FIRST-REMAINING-STEP = STEP-NUMBER + 1.
            PERFORM ADD-ONE-REMAINING-STEP
               VARYING PLAN-INDEX FROM FIRST-REMAINING-STEP BY 1
               UNTIL PLAN-INDEX > PLANNED-STEPS.
            MOVE JOBLOG-END-TIME TO ELAPSED-CLOCK.
            COMPUTE FINISH-SECONDS =
               ELAPSED-CLOCK-HH * 3600 + ELAPSED-CLOCK-MM * 60
                  + ELAPSED-CLOCK-SS + REMAINING-SECONDS.
            DIVIDE FINISH-SECONDS BY 86400
               GIVING FINISH-DAYS
               REMAINDER FINISH-SECONDS.
            COMPUTE FINISH-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (JOBLOG-END-DATE)
                  + FINISH-DAYS).
            MOVE FINISH-DATE (5 : 2) TO FINISH-SHOWN-MM.
            MOVE FINISH-DATE (7 : 2) TO FINISH-SHOWN-DD.
            MOVE FINISH-DATE (1 : 4) TO FINISH-SHOWN-CCYY.
            DIVIDE FINISH-SECONDS BY 3600
               GIVING FINISH-SHOWN-HH
               REMAINDER FINISH-SECONDS.
            DIVIDE FINISH-SECONDS BY 60
               GIVING FINISH-SHOWN-MI.

       ADD-ONE-REMAINING-STEP.
            IF PLAN-PROGRAM (PLAN-INDEX) NOT = SPACES
                ADD PLAN-AVERAGE (PLAN-INDEX) TO REMAINING-SECONDS
                IF PLAN-AVERAGE (PLAN-INDEX) = ZERO
                    ADD 1 TO STEPS-WITHOUT-HISTORY.

       WRITE-THE-OVERRUN-ALERT.
            PERFORM OPEN-THE-CALLOUT.
            MOVE "*** BATCH STEP OVERRUN ALERT ***"
               TO CALLOUT-RECORD.
            WRITE CALLOUT-RECORD.
            MOVE SPACES TO CALLOUT-RECORD.
            STRING "STREAM DATE " JOBLOG-STREAM-DATE
               " STEP " JOBLOG-STEP-NUMBER
               " (" JOBLOG-PROGRAM ")"
               DELIMITED BY SIZE INTO CALLOUT-RECORD.
            WRITE CALLOUT-RECORD.
            MOVE PLAN-AVERAGE (STEP-NUMBER) TO ELAPSED-SECONDS.
            PERFORM SHOW-ELAPSED-TIME.
            MOVE PLAN-MULTIPLE (STEP-NUMBER) TO MULTIPLE-SHOWN.
            MOVE SPACES TO CALLOUT-RECORD.
            STRING "  RAN " STEP-RAN-SHOWN
               " AGAINST AN AVERAGE OF " ELAPSED-SHOWN
               " - LIMIT " MULTIPLE-SHOWN " TIMES"
               DELIMITED BY SIZE INTO CALLOUT-RECORD.
            WRITE CALLOUT-RECORD.
            MOVE SPACES TO CALLOUT-RECORD.
            STRING "  PROJECTED STREAM FINISH " FINISH-SHOWN
               DELIMITED BY SIZE INTO CALLOUT-RECORD.
            WRITE CALLOUT-RECORD.
            IF STEPS-WITHOUT-HISTORY NOT = ZERO
                MOVE SPACES TO CALLOUT-RECORD
                STRING "  (" STEPS-WITHOUT-HISTORY
                   " STEPS TO COME HAVE NO HISTORY - MAY BE LATER)"
                   DELIMITED BY SIZE INTO CALLOUT-RECORD
                WRITE CALLOUT-RECORD.
            PERFORM FIND-THE-ONCALL-WEEK.
            IF ONCALL-WEEK-FOUND = "Y"
                MOVE 1 TO CALLOUT-LEVEL
                PERFORM WRITE-ONE-CALLOUT-LEVEL.
            MOVE SPACES TO CALLOUT-RECORD.
            WRITE CALLOUT-RECORD.
            CLOSE CALLOUT-FILE.
            DISPLAY "*** OVERRUN ALERT WRITTEN TO CALLOUT ***".

      * The first alert or failure of the run starts the CALLOUT
      * file fresh; anything later in the same run is added to it.
       OPEN-THE-CALLOUT.
            IF CALLOUT-STARTED = "Y"
                OPEN EXTEND CALLOUT-FILE
            ELSE
                OPEN OUTPUT CALLOUT-FILE
                MOVE "Y" TO CALLOUT-STARTED.

      *--------------------------------
      * THE 2 A.M. CALL-OUT
      *--------------------------------
      * the operator cannot miss it - with the failed step and the
      * escalation order.
       WRITE-THE-CALLOUT-REPORT.
            PERFORM OPEN-THE-CALLOUT.
            MOVE "*** BATCH STREAM FAILURE - CALL OUT ***"
               TO CALLOUT-RECORD.
            WRITE CALLOUT-RECORD.
               MOVE "Y" TO ONCALL-AT-END.
            PERFORM TAKE-ONE-ONCALL-WEEK
               UNTIL ONCALL-AT-END = "Y".
            IF ONCALL-WEEK-FOUND = "Y"
                PERFORM FILL-ESCALATION-FROM-CHAIN.

       TAKE-ONE-ONCALL-WEEK.
            READ ONCALL-FILE NEXT RECORD
                    MOVE ONCALL-ESC2-FIRST-NAME
                       TO COVERING-ESC2-FIRST-NAME.

      * An escalation left blank on the roster is taken from the
      * phone directory's reporting line - the first escalation is
      * the on-call person's supervisor, the second is the first
      * escalation's supervisor.
       FILL-ESCALATION-FROM-CHAIN.
            IF COVERING-ESC1-LAST-NAME = SPACES
                MOVE COVERING-LAST-NAME TO PHONE-LAST-NAME
                MOVE COVERING-FIRST-NAME TO PHONE-FIRST-NAME
                PERFORM READ-SUPERVISOR-LINK
                MOVE PHONE-SUPERVISOR-LAST TO COVERING-ESC1-LAST-NAME
                MOVE PHONE-SUPERVISOR-FIRST
                   TO COVERING-ESC1-FIRST-NAME.
            IF COVERING-ESC2-LAST-NAME = SPACES AND
                  COVERING-ESC1-LAST-NAME NOT = SPACES
                MOVE COVERING-ESC1-LAST-NAME TO PHONE-LAST-NAME
                MOVE COVERING-ESC1-FIRST-NAME TO PHONE-FIRST-NAME
                PERFORM READ-SUPERVISOR-LINK
                MOVE PHONE-SUPERVISOR-LAST TO COVERING-ESC2-LAST-NAME
                MOVE PHONE-SUPERVISOR-FIRST
                   TO COVERING-ESC2-FIRST-NAME.

       READ-SUPERVISOR-LINK.
            MOVE "Y" TO PHONE-RECORD-FOUND.
            READ PHONE-FILE RECORD
               INVALID KEY
               MOVE "N" TO PHONE-RECORD-FOUND.
            IF PHONE-RECORD-FOUND = "N"
                MOVE SPACES TO PHONE-SUPERVISOR-KEY.

       WRITE-ONE-CALLOUT-LEVEL.
            IF CALLOUT-LEVEL = 1
                MOVE "CALL FIRST (ON CALL THIS WEEK):"
                STRING "  " PHONE-NUMBER " EXT " PHONE-EXTENSION
                   DELIMITED BY SIZE INTO CALLOUT-RECORD
            ELSE
                IF CALLOUT-LAST-NAME = SPACES
                    MOVE "  NONE ON ROSTER OR HIGHER IN THE LINE"
                       TO CALLOUT-RECORD
                ELSE
                    STRING "  " CALLOUT-FIRST-NAME " "
                       CALLOUT-LAST-NAME
                       " - NOT IN THE PHONE DIRECTORY"
                       DELIMITED BY SIZE INTO CALLOUT-RECORD.
            WRITE CALLOUT-RECORD.

            COPY "plsignon01.cbl".
            COPY "pljobel01.cbl".
