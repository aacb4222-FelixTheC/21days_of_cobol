      * Purpose: training
      * Tectonics: cobc
      *
      * AP morning-status dashboard - the six questions the morning
      * shift opens six programs to answer, on one page:
      *   1. did last night's stream finish (job-log-file);
      *   2. how many vouchers await approval (and their dollars);
      *   3. which EFT prenotes are still pending at the bank;
      *   4. what falls due in the next three days;
      *   5. which vendors are sitting on hold;
      *   6. which files or number series the nightly growth monitor
      *      (grwmon01.cbl) sees running out of room.
      * Each line is drillable: pick its number and the program that
      * handles it is CALLed (files closed around the CALL, the way
      * menu01.cbl does it), and the page is re-read on return so
            COPY "slvnd02.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".
            COPY "slgrow01.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdgrow01.cbl".

       WORKING-STORAGE SECTION.

       77   DASH-PICK                     PIC 9.
            88 DASH-PICK-IS-VALID         VALUES 0 THRU 6.

       77   JOBLOG-AT-END                 PIC X.
       77   VOUCHER-AT-END                PIC X.
       77   VENDOR-AT-END                 PIC X.
       77   GROWTH-AT-END                 PIC X.

       77   LAST-STREAM-DATE              PIC 9(8).
       77   STREAM-STEP-COUNT             PIC 9(3).
       77   DUE-SOON-TOTAL                PIC S9(8)V99.
       77   DUE-SOON-OPEN-AMOUNT          PIC S9(6)V99.
       77   HOLD-COUNT                    PIC 9(5).
       77   LIMIT-WARNING-COUNT           PIC 9(5).
       01   HELD-GROWTH-ITEM.
            05 HELD-GROWTH-KIND           PIC X.
            05 HELD-GROWTH-NAME           PIC X(12).
       77   HELD-GROWTH-WARNING           PIC X.

       77   TODAY-DATE                    PIC 9(8).
       77   DUE-CUTOFF-DATE               PIC 9(8).
            PERFORM GATHER-THE-STREAM-STATUS.
            PERFORM GATHER-THE-VOUCHER-COUNTS.
            PERFORM GATHER-THE-VENDOR-COUNTS.
            PERFORM GATHER-THE-LIMIT-WARNINGS.

      *--------------------------------
      * LAST NIGHT'S STREAM
            IF VENDOR-STATUS-HOLD
                ADD 1 TO HOLD-COUNT.

      *--------------------------------
      * FILES AND NUMBER SERIES NEARING THEIR LIMIT
      *--------------------------------
      * The growth history is keyed item first, date last, so the
      * last record of each item is its latest measure - only that
      * one's warning counts.
       GATHER-THE-LIMIT-WARNINGS.
            MOVE ZEROES TO LIMIT-WARNING-COUNT.
            MOVE SPACES TO HELD-GROWTH-ITEM.
            MOVE SPACE TO HELD-GROWTH-WARNING.
            OPEN INPUT GROWTH-FILE.
            MOVE "N" TO GROWTH-AT-END.
            PERFORM TALLY-ONE-GROWTH-RECORD
               UNTIL GROWTH-AT-END = "Y".
            IF HELD-GROWTH-WARNING = "W"
                ADD 1 TO LIMIT-WARNING-COUNT.
            CLOSE GROWTH-FILE.

       TALLY-ONE-GROWTH-RECORD.
            READ GROWTH-FILE NEXT RECORD
               AT END MOVE "Y" TO GROWTH-AT-END.
            IF GROWTH-AT-END NOT = "Y"
                IF GROWTH-KIND NOT = HELD-GROWTH-KIND OR
                      GROWTH-ITEM NOT = HELD-GROWTH-NAME
                    IF HELD-GROWTH-WARNING = "W"
                        ADD 1 TO LIMIT-WARNING-COUNT.
            IF GROWTH-AT-END NOT = "Y"
                MOVE GROWTH-KIND TO HELD-GROWTH-KIND
                MOVE GROWTH-ITEM TO HELD-GROWTH-NAME
                MOVE GROWTH-WARNING TO HELD-GROWTH-WARNING.

       DISPLAY-THE-PAGE.
            DISPLAY " ".
            DISPLAY "AP MORNING STATUS - COMPANY " CURRENT-COMPANY
               "): " DUE-SOON-COUNT "  OPEN " AMOUNT-FIELD.
            DISPLAY "5. VENDORS ON HOLD:            "
               HOLD-COUNT.
            DISPLAY "6. FILES/NUMBERS NEAR LIMIT:   "
               LIMIT-WARNING-COUNT.

       DISPLAY-THE-STREAM-LINE.
            IF LAST-STREAM-DATE = ZEROES
                CALL "vchage01".
            IF DASH-PICK = 5
                CALL "vndmnt04".
            IF DASH-PICK = 6
                CALL "grwrpt01".

            COPY "plsignon01.cbl".
