      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Voucher analytics - what the one-voucher-at-a-time approval
      * check cannot see. Every invoice voucher dated in an
      * operator-entered range, live (fdvouch.cbl) and archived
      * (fdvchhst.cbl), is run through three tests:
      *
      * SECTION 1 - SPLIT INVOICES: same-vendor vouchers dated
      *   inside a day window of each other, each one sitting just
      *   under the company's CONTROL-APPROVAL-THRESHOLD (within the
      *   entered band percent of it, never over), that together
      *   exceed it - two $4,900 invoices under a $5,000 threshold.
      *   Each cluster is anchored on its earliest voucher and a
      *   voucher reports in one cluster only.
      *
      * SECTION 2 - AMOUNTS SHADING THE LIMITS, per entering
      *   operator (VOUCHER-ENTERED-BY): how many of the vouchers
      *   they keyed sit just under the approval threshold, and how
      *   many of those that did need approval sit just under the
      *   approving operator's OPERATOR-APPROVAL-LIMIT (the approver
      *   is read from the vchapp01 audit records, as sodrpt01
      *   does). An operator is flagged when at least
      *   HABIT-MINIMUM-COUNT of their vouchers, and at least
      *   HABIT-FLAG-PERCENT of them, shade one limit or the other.
      *
      * SECTION 3 - BENFORD: the first-digit distribution of the
      *   amounts against Benford's law, overall and for every
      *   vendor with at least BENFORD-MINIMUM-COUNT vouchers, with
      *   the mean absolute deviation (MAD) and the share of round
      *   amounts (whole hundreds of dollars). A vendor is an
      *   outlier when its MAD is over BENFORD-MAD-LIMIT (Nigrini's
      *   nonconformity line for first digits) or its round share
      *   is over ROUND-FLAG-PERCENT; outliers are listed at the end.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vchanl01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvouch.cbl".
            COPY "slvchhst.cbl".
            COPY "slvnd02.cbl".
            COPY "slcontrol.cbl".
            COPY "sloperator.cbl".
            COPY "slaudit01.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvouch.cbl".
            COPY "fdvchhst.cbl".
            COPY "fdvnd04.cbl".
            COPY "fdcontrol.cbl".
            COPY "fdoperator.cbl".
            COPY "fdaudit01.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsctllck.cbl".
            COPY "wsspool01.cbl".

      * Flag settings - see the banner above.
       77   HABIT-MINIMUM-COUNT           PIC 9(3) VALUE 3.
       77   HABIT-FLAG-PERCENT            PIC 9(3) VALUE 10.
       77   BENFORD-MINIMUM-COUNT         PIC 9(3) VALUE 25.
       77   BENFORD-MAD-LIMIT             PIC 9V9999 VALUE 0.0150.
       77   ROUND-FLAG-PERCENT            PIC 9(3) VALUE 30.

      * Approval threshold of each company's control record.
       01   THRESHOLD-TABLE.
            05 COMPANY-THRESHOLD          PIC S9(7)V99
                                          OCCURS 9 TIMES.
       77   COMPANY-INDEX                 PIC 9(2).

      * Benford's expected first-digit proportions, log10(1 + 1/d).
       01   BENFORD-EXPECTED-VALUES.
            05 FILLER                     PIC 9V999 VALUE 0.301.
            05 FILLER                     PIC 9V999 VALUE 0.176.
            05 FILLER                     PIC 9V999 VALUE 0.125.
            05 FILLER                     PIC 9V999 VALUE 0.097.
            05 FILLER                     PIC 9V999 VALUE 0.079.
            05 FILLER                     PIC 9V999 VALUE 0.067.
            05 FILLER                     PIC 9V999 VALUE 0.058.
            05 FILLER                     PIC 9V999 VALUE 0.051.
            05 FILLER                     PIC 9V999 VALUE 0.046.
       01   FILLER REDEFINES BENFORD-EXPECTED-VALUES.
            05 BENFORD-EXPECTED           PIC 9V999 OCCURS 9 TIMES.

      * Vouchers sitting just under their company's threshold - the
      * raw material for the split-invoice clusters.
       01   CANDIDATE-TABLE.
            05 CANDIDATE-ENTRY OCCURS 2000 TIMES.
               10 CAND-VENDOR             PIC 9(5).
               10 CAND-VOUCHER            PIC 9(5).
               10 CAND-DATE               PIC 9(8).
               10 CAND-DAY                PIC 9(7).
               10 CAND-AMOUNT             PIC S9(6)V99.
               10 CAND-THRESHOLD          PIC S9(7)V99.
               10 CAND-ENTERED-BY         PIC X(10).
               10 CAND-ARCHIVED           PIC X.
               10 CAND-ANCHORED           PIC X.
               10 CAND-CLUSTERED          PIC X.
       77   CANDIDATE-COUNT               PIC 9(4) VALUE ZERO.
       77   CANDIDATE-INDEX               PIC 9(4).
       77   ANCHOR-INDEX                  PIC 9(4).
       77   CANDIDATES-DROPPED            PIC 9(5) VALUE ZERO.

      * Who approved which voucher, from the vchapp01 audit trail.
       01   APPROVAL-TABLE.
            05 APPROVAL-ENTRY OCCURS 2000 TIMES.
               10 APPROVAL-VOUCHER        PIC 9(5).
               10 APPROVAL-OPERATOR       PIC X(10).
       77   APPROVAL-COUNT                PIC 9(4) VALUE ZERO.
       77   APPROVAL-INDEX                PIC 9(4).

      * One row per entering operator.
       01   HABIT-TABLE.
            05 HABIT-ENTRY OCCURS 50 TIMES.
               10 HABIT-OPERATOR          PIC X(10).
               10 HABIT-KEYED             PIC 9(5).
               10 HABIT-UNDER-THRESHOLD   PIC 9(5).
               10 HABIT-UNDER-LIMIT       PIC 9(5).
       77   HABIT-COUNT                   PIC 9(2) VALUE ZERO.
       77   HABIT-INDEX                   PIC 9(2).

      * One row per vendor for the digit tests; the distribution
      * over every vendor is kept separately below.
       01   DIGIT-TABLE.
            05 DIGIT-ENTRY OCCURS 1000 TIMES.
               10 DIGIT-VENDOR            PIC 9(5).
               10 DIGIT-TOTAL             PIC 9(5).
               10 DIGIT-ROUND             PIC 9(5).
               10 DIGIT-COUNT             PIC 9(5) OCCURS 9 TIMES.
       77   DIGIT-VENDOR-COUNT            PIC 9(4) VALUE ZERO.
       77   DIGIT-INDEX                   PIC 9(4).
       01   OVERALL-DIGITS.
            05 OVERALL-TOTAL              PIC 9(7) VALUE ZERO.
            05 OVERALL-ROUND              PIC 9(7) VALUE ZERO.
            05 OVERALL-COUNT              PIC 9(7) OCCURS 9 TIMES.
       77   DIGIT                         PIC 9(2).

      * The voucher being analyzed, from either file.
       77   ANL-VOUCHER                   PIC 9(5).
       77   ANL-VENDOR                    PIC 9(5).
       77   ANL-AMOUNT                    PIC S9(6)V99.
       77   ANL-DATE                      PIC 9(8).
       77   ANL-ENTERED-BY                PIC X(10).
       77   ANL-APPROVAL-STATUS           PIC X.
       77   ANL-COMPANY                   PIC 9.
       77   ANL-ARCHIVED                  PIC X.
       77   ANL-THRESHOLD                 PIC S9(7)V99.
       77   ANL-DOLLARS                   PIC 9(6).
       77   ANL-DOLLARS-X REDEFINES ANL-DOLLARS
                                          PIC X(6).
       77   ANL-CENTS                     PIC 9(8).
       77   ANL-FIRST-DIGIT               PIC 9.
       77   ANL-SCAN                      PIC 9(2).
       77   ANL-IS-ROUND                  PIC X.
       77   ANL-UNDER-THRESHOLD           PIC X.
       77   ANL-UNDER-LIMIT               PIC X.

       77   VOUCHER-FILE-AT-END           PIC X.
       77   HISTORY-FILE-AT-END           PIC X.
       77   AUDIT-FILE-AT-END             PIC X.
       77   OPERATOR-RECORD-FOUND         PIC X.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   RANGE-START-DATE              PIC 9(8).
       77   RANGE-END-DATE                PIC 9(8).
       77   DAY-WINDOW                    PIC 9(3).
       77   BAND-PERCENT                  PIC 9(2).
       77   BAND-FLOOR                    PIC S9(7)V99.
       77   VOUCHERS-ANALYZED             PIC 9(7) VALUE ZERO.
       77   CLUSTER-COUNT                 PIC 9(5) VALUE ZERO.
       77   CLUSTER-MEMBERS               PIC 9(4).
       77   CLUSTER-TOTAL                 PIC S9(8)V99.
       77   FLAGGED-OPERATORS             PIC 9(3) VALUE ZERO.
       77   OUTLIER-COUNT                 PIC 9(5) VALUE ZERO.
       77   HABIT-SHADED                  PIC 9(5).
       77   HABIT-PERCENT                 PIC 9(3)V9.
       77   WORK-PROPORTION               PIC 9V9999.
       77   WORK-DEVIATION                PIC S9V9999.
       77   VENDOR-MAD                    PIC 9V9999.
       77   ROUND-PERCENT                 PIC 9(3).
       77   OUTLIER-REASON                PIC X(20).

       01   CLUSTER-HEADING-LINE.
            05 FILLER                     PIC X(7)  VALUE "VENDOR ".
            05 PRINT-CLUSTER-VENDOR       PIC ZZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-CLUSTER-NAME         PIC X(30).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-CLUSTER-MEMBERS      PIC Z9.
            05 FILLER                     PIC X(7)  VALUE " TOTAL ".
            05 PRINT-CLUSTER-TOTAL        PIC ZZ,ZZZ,ZZ9.99.

       01   CLUSTER-MEMBER-LINE.
            05 FILLER                     PIC X(6)  VALUE SPACE.
            05 FILLER                     PIC X(8)  VALUE "VOUCHER ".
            05 PRINT-MEMBER-VOUCHER       PIC ZZZZ9.
            05 PRINT-MEMBER-ARCHIVED      PIC X(2).
            05 PRINT-MEMBER-DATE          PIC Z9/99/9999.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-MEMBER-AMOUNT        PIC ZZZ,ZZ9.99.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(4)  VALUE "BY ".
            05 PRINT-MEMBER-ENTERED-BY    PIC X(10).

       01   HABIT-COLUMN-LINE.
            05 FILLER                     PIC X(11) VALUE "OPERATOR".
            05 FILLER                     PIC X(8)  VALUE "  KEYED".
            05 FILLER                     PIC X(13)
               VALUE "  UNDER-THRSH".
            05 FILLER                     PIC X(13)
               VALUE "  UNDER-LIMIT".
            05 FILLER                     PIC X(9)  VALUE "  PERCENT".

       01   HABIT-LINE.
            05 PRINT-HABIT-OPERATOR       PIC X(10).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-HABIT-KEYED          PIC ZZ,ZZ9.
            05 FILLER                     PIC X(7)  VALUE SPACE.
            05 PRINT-HABIT-THRESHOLD      PIC ZZ,ZZ9.
            05 FILLER                     PIC X(7)  VALUE SPACE.
            05 PRINT-HABIT-LIMIT          PIC ZZ,ZZ9.
            05 FILLER                     PIC X(3)  VALUE SPACE.
            05 PRINT-HABIT-PERCENT        PIC ZZ9.9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-HABIT-FLAG           PIC X(7).

       01   DIGIT-COLUMN-LINE.
            05 FILLER                     PIC X(13)
               VALUE "VENDOR  COUNT".
            05 FILLER                     PIC X(28)
               VALUE "   1  2  3  4  5  6  7  8  9".
            05 FILLER                     PIC X(18)
               VALUE "     MAD  ROUND%".

       01   DIGIT-LINE.
            05 PRINT-DIGIT-VENDOR         PIC X(6).
            05 PRINT-DIGIT-TOTAL          PIC ZZZZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-DIGIT-PERCENT        PIC ZZ9 OCCURS 9 TIMES.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-DIGIT-MAD            PIC 9.9999.
            05 FILLER                     PIC X(3)  VALUE SPACE.
            05 PRINT-DIGIT-ROUND          PIC ZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-DIGIT-FLAG           PIC X(7).

       01   OUTLIER-LINE.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-OUTLIER-VENDOR       PIC ZZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-OUTLIER-NAME         PIC X(30).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-OUTLIER-REASON       PIC X(20).

            COPY "wsdate02.cbl".
            COPY "wsnumval01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            PERFORM ACCEPT-THE-PARAMETERS.
            INITIALIZE OVERALL-DIGITS.
            PERFORM LOAD-THE-THRESHOLDS
               VARYING COMPANY-INDEX FROM 1 BY 1
               UNTIL COMPANY-INDEX > 9.
            PERFORM LOAD-THE-APPROVALS.

            MOVE "N" TO VOUCHER-FILE-AT-END.
            PERFORM ANALYZE-NEXT-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".
            MOVE "N" TO HISTORY-FILE-AT-END.
            PERFORM ANALYZE-NEXT-HISTORY
               UNTIL HISTORY-FILE-AT-END = "Y".

            MOVE "VOUCHER APPROVAL AND DIGIT ANALYTICS"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "VOUCHERS ANALYZED: " VOUCHERS-ANALYZED
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

            PERFORM PRINT-SPLIT-INVOICES.
            PERFORM PRINT-OPERATOR-HABITS.
            PERFORM PRINT-THE-BENFORD-SECTION.

            DISPLAY "SPLIT CLUSTERS: " CLUSTER-COUNT
               "  OPERATORS FLAGGED: " FLAGGED-OPERATORS
               "  VENDOR OUTLIERS: " OUTLIER-COUNT.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT VOUCHER-HISTORY-FILE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT CONTROL-FILE.
            OPEN INPUT OPERATOR-FILE.
            OPEN INPUT SYSTEM-AUDIT-FILE.
            MOVE "VCHANL01" TO SPOOL-NAME-REPORT-ID.
            MOVE "VOUCHER APPROVAL ANALYTICS" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE VOUCHER-FILE.
            CLOSE VOUCHER-HISTORY-FILE.
            CLOSE VENDOR-FILE.
            CLOSE CONTROL-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE SYSTEM-AUDIT-FILE.
            CLOSE PRINTER-FILE.

       ACCEPT-THE-PARAMETERS.
            MOVE "N" TO ZERO-DATE-IS-OK.
            MOVE "VOUCHERS DATED FROM(MM/DD/CCYY)?" TO DATE-PROMPT.
            MOVE "A FROM DATE IS REQUIRED" TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO RANGE-START-DATE.
            MOVE "VOUCHERS DATED THROUGH(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "A THROUGH DATE IS REQUIRED" TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO RANGE-END-DATE.
            MOVE "SPLIT WINDOW - HOW MANY DAYS APART?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO DAY-WINDOW.
            MOVE "JUST UNDER MEANS WITHIN WHAT PERCENT (1-50)?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO BAND-PERCENT.
            IF BAND-PERCENT = ZERO OR BAND-PERCENT > 50
                MOVE 10 TO BAND-PERCENT
                DISPLAY "BAND SET TO 10 PERCENT".

       LOAD-THE-THRESHOLDS.
            MOVE COMPANY-INDEX TO CONTROL-KEY.
            MOVE ZERO TO COMPANY-THRESHOLD (COMPANY-INDEX).
            READ CONTROL-FILE RECORD
               INVALID KEY
               MOVE ZERO TO CONTROL-APPROVAL-THRESHOLD.
            MOVE CONTROL-APPROVAL-THRESHOLD
               TO COMPANY-THRESHOLD (COMPANY-INDEX).

      *--------------------------------
      * WHO APPROVED WHAT
      *--------------------------------
      * The audit key leads with the program id, so the vchapp01
      * records are read as one run; a later approval of the same
      * voucher replaces an earlier one.
       LOAD-THE-APPROVALS.
            MOVE "N" TO AUDIT-FILE-AT-END.
            MOVE LOW-VALUES TO SYSTEM-AUDIT-KEY.
            MOVE "vchapp01" TO SYSTEM-AUDIT-PROGRAM-ID.
            START SYSTEM-AUDIT-FILE
               KEY IS NOT LESS THAN SYSTEM-AUDIT-KEY
               INVALID KEY
               MOVE "Y" TO AUDIT-FILE-AT-END.
            PERFORM LOAD-ONE-APPROVAL
               UNTIL AUDIT-FILE-AT-END = "Y".

       LOAD-ONE-APPROVAL.
            READ SYSTEM-AUDIT-FILE NEXT RECORD
               AT END MOVE "Y" TO AUDIT-FILE-AT-END.
            IF AUDIT-FILE-AT-END NOT = "Y"
                IF SYSTEM-AUDIT-PROGRAM-ID NOT = "vchapp01"
                    MOVE "Y" TO AUDIT-FILE-AT-END
                ELSE
                    PERFORM STORE-ONE-APPROVAL.

       STORE-ONE-APPROVAL.
            MOVE SYSTEM-AUDIT-RECORD-KEY (1 : 5) TO ANL-VOUCHER.
            PERFORM FIND-THE-APPROVAL.
            IF APPROVAL-INDEX > APPROVAL-COUNT AND
                  APPROVAL-COUNT < 2000
                ADD 1 TO APPROVAL-COUNT
                MOVE APPROVAL-COUNT TO APPROVAL-INDEX
                MOVE ANL-VOUCHER TO APPROVAL-VOUCHER (APPROVAL-INDEX).
            IF APPROVAL-INDEX NOT > APPROVAL-COUNT
                MOVE SYSTEM-AUDIT-OPERATOR-ID
                   TO APPROVAL-OPERATOR (APPROVAL-INDEX).

       FIND-THE-APPROVAL.
            MOVE 1 TO APPROVAL-INDEX.
            PERFORM STEP-THE-APPROVAL-INDEX
               UNTIL APPROVAL-INDEX > APPROVAL-COUNT
                  OR APPROVAL-VOUCHER (APPROVAL-INDEX) = ANL-VOUCHER.

       STEP-THE-APPROVAL-INDEX.
            ADD 1 TO APPROVAL-INDEX.

      *--------------------------------
      * THE PASS OVER BOTH FILES
      *--------------------------------
       ANALYZE-NEXT-VOUCHER.
            READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
            IF VOUCHER-FILE-AT-END NOT = "Y"
                IF VOUCHER-TYPE-INVOICE AND
                      VOUCHER-DATE NOT < RANGE-START-DATE AND
                      VOUCHER-DATE NOT > RANGE-END-DATE
                    MOVE VOUCHER-NUMBER TO ANL-VOUCHER
                    MOVE VOUCHER-VENDOR TO ANL-VENDOR
                    MOVE VOUCHER-AMOUNT TO ANL-AMOUNT
                    MOVE VOUCHER-DATE TO ANL-DATE
                    MOVE VOUCHER-ENTERED-BY TO ANL-ENTERED-BY
                    MOVE VOUCHER-APPROVAL-STATUS
                       TO ANL-APPROVAL-STATUS
                    MOVE VOUCHER-COMPANY TO ANL-COMPANY
                    MOVE "N" TO ANL-ARCHIVED
                    PERFORM ANALYZE-THE-VOUCHER.

       ANALYZE-NEXT-HISTORY.
            READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO HISTORY-FILE-AT-END.
            IF HISTORY-FILE-AT-END NOT = "Y"
                IF HISTORY-TYPE = "I" AND
                      HISTORY-DATE NOT < RANGE-START-DATE AND
                      HISTORY-DATE NOT > RANGE-END-DATE
                    MOVE HISTORY-VOUCHER-NUMBER TO ANL-VOUCHER
                    MOVE HISTORY-VOUCHER-VENDOR TO ANL-VENDOR
                    MOVE HISTORY-AMOUNT TO ANL-AMOUNT
                    MOVE HISTORY-DATE TO ANL-DATE
                    MOVE HISTORY-ENTERED-BY TO ANL-ENTERED-BY
                    MOVE HISTORY-APPROVAL-STATUS
                       TO ANL-APPROVAL-STATUS
                    MOVE HISTORY-COMPANY TO ANL-COMPANY
                    MOVE "Y" TO ANL-ARCHIVED
                    PERFORM ANALYZE-THE-VOUCHER.

       ANALYZE-THE-VOUCHER.
            ADD 1 TO VOUCHERS-ANALYZED.
            MOVE ZERO TO ANL-THRESHOLD.
            IF ANL-COMPANY > ZERO
                MOVE COMPANY-THRESHOLD (ANL-COMPANY)
                   TO ANL-THRESHOLD.
            PERFORM CHECK-UNDER-THRESHOLD.
            PERFORM CHECK-UNDER-APPROVER-LIMIT.
            PERFORM TALLY-THE-OPERATOR.
            PERFORM TALLY-THE-DIGITS.

       CHECK-UNDER-THRESHOLD.
            MOVE "N" TO ANL-UNDER-THRESHOLD.
            IF ANL-THRESHOLD > ZERO
                COMPUTE BAND-FLOOR ROUNDED = ANL-THRESHOLD
                   * (100 - BAND-PERCENT) / 100
                IF ANL-AMOUNT NOT < BAND-FLOOR AND
                      ANL-AMOUNT NOT > ANL-THRESHOLD
                    MOVE "Y" TO ANL-UNDER-THRESHOLD
                    PERFORM ADD-A-CANDIDATE.

       ADD-A-CANDIDATE.
            IF CANDIDATE-COUNT < 2000
                ADD 1 TO CANDIDATE-COUNT
                MOVE ANL-VENDOR TO CAND-VENDOR (CANDIDATE-COUNT)
                MOVE ANL-VOUCHER TO CAND-VOUCHER (CANDIDATE-COUNT)
                MOVE ANL-DATE TO CAND-DATE (CANDIDATE-COUNT)
                COMPUTE CAND-DAY (CANDIDATE-COUNT) =
                   FUNCTION INTEGER-OF-DATE (ANL-DATE)
                MOVE ANL-AMOUNT TO CAND-AMOUNT (CANDIDATE-COUNT)
                MOVE ANL-THRESHOLD TO CAND-THRESHOLD (CANDIDATE-COUNT)
                MOVE ANL-ENTERED-BY
                   TO CAND-ENTERED-BY (CANDIDATE-COUNT)
                MOVE ANL-ARCHIVED TO CAND-ARCHIVED (CANDIDATE-COUNT)
                MOVE "N" TO CAND-ANCHORED (CANDIDATE-COUNT)
                MOVE "N" TO CAND-CLUSTERED (CANDIDATE-COUNT)
            ELSE
                ADD 1 TO CANDIDATES-DROPPED.

      * Only a voucher that went through approval has an approver
      * whose limit it can shade.
       CHECK-UNDER-APPROVER-LIMIT.
            MOVE "N" TO ANL-UNDER-LIMIT.
            IF ANL-APPROVAL-STATUS = "A"
                PERFORM FIND-THE-APPROVAL
                IF APPROVAL-INDEX NOT > APPROVAL-COUNT
                    MOVE APPROVAL-OPERATOR (APPROVAL-INDEX)
                       TO OPERATOR-CODE
                    PERFORM READ-OPERATOR-RECORD
                    IF OPERATOR-RECORD-FOUND = "Y" AND
                          OPERATOR-APPROVAL-LIMIT > ZERO
                        PERFORM COMPARE-TO-THE-LIMIT.

       COMPARE-TO-THE-LIMIT.
            COMPUTE BAND-FLOOR ROUNDED = OPERATOR-APPROVAL-LIMIT
               * (100 - BAND-PERCENT) / 100.
            IF ANL-AMOUNT NOT < BAND-FLOOR AND
                  ANL-AMOUNT NOT > OPERATOR-APPROVAL-LIMIT
                MOVE "Y" TO ANL-UNDER-LIMIT.

       TALLY-THE-OPERATOR.
            MOVE 1 TO HABIT-INDEX.
            PERFORM STEP-THE-HABIT-INDEX
               UNTIL HABIT-INDEX > HABIT-COUNT
                  OR HABIT-OPERATOR (HABIT-INDEX) = ANL-ENTERED-BY.
            IF HABIT-INDEX > HABIT-COUNT AND
                  HABIT-COUNT < 50
                ADD 1 TO HABIT-COUNT
                MOVE HABIT-COUNT TO HABIT-INDEX
                MOVE ANL-ENTERED-BY TO HABIT-OPERATOR (HABIT-INDEX)
                MOVE ZERO TO HABIT-KEYED (HABIT-INDEX)
                MOVE ZERO TO HABIT-UNDER-THRESHOLD (HABIT-INDEX)
                MOVE ZERO TO HABIT-UNDER-LIMIT (HABIT-INDEX).
            IF HABIT-INDEX NOT > HABIT-COUNT
                ADD 1 TO HABIT-KEYED (HABIT-INDEX)
                IF ANL-UNDER-THRESHOLD = "Y"
                    ADD 1 TO HABIT-UNDER-THRESHOLD (HABIT-INDEX)
                END-IF
                IF ANL-UNDER-LIMIT = "Y"
                    ADD 1 TO HABIT-UNDER-LIMIT (HABIT-INDEX).

       STEP-THE-HABIT-INDEX.
            ADD 1 TO HABIT-INDEX.

      * First significant digit of the whole-dollar amount; an
      * amount under one dollar has none and is left out.
       TALLY-THE-DIGITS.
            IF ANL-AMOUNT < ZERO
                COMPUTE ANL-DOLLARS = 0 - ANL-AMOUNT
            ELSE
                MOVE ANL-AMOUNT TO ANL-DOLLARS.
            IF ANL-DOLLARS > ZERO
                PERFORM FIND-THE-FIRST-DIGIT
                PERFORM FIND-THE-DIGIT-VENDOR
                PERFORM ADD-TO-THE-DIGIT-COUNTS.

       FIND-THE-FIRST-DIGIT.
            MOVE 1 TO ANL-SCAN.
            PERFORM STEP-THE-DIGIT-SCAN
               UNTIL ANL-DOLLARS-X (ANL-SCAN : 1) NOT = "0".
            MOVE ANL-DOLLARS-X (ANL-SCAN : 1) TO ANL-FIRST-DIGIT.
            MOVE "N" TO ANL-IS-ROUND.
            COMPUTE ANL-CENTS = ANL-AMOUNT * 100.
            IF ANL-CENTS = ZERO
                CONTINUE
            ELSE
                IF FUNCTION MOD (ANL-CENTS, 10000) = ZERO
                    MOVE "Y" TO ANL-IS-ROUND.

       STEP-THE-DIGIT-SCAN.
            ADD 1 TO ANL-SCAN.

       FIND-THE-DIGIT-VENDOR.
            MOVE 1 TO DIGIT-INDEX.
            PERFORM STEP-THE-DIGIT-INDEX
               UNTIL DIGIT-INDEX > DIGIT-VENDOR-COUNT
                  OR DIGIT-VENDOR (DIGIT-INDEX) = ANL-VENDOR.
            IF DIGIT-INDEX > DIGIT-VENDOR-COUNT AND
                  DIGIT-VENDOR-COUNT < 1000
                ADD 1 TO DIGIT-VENDOR-COUNT
                MOVE DIGIT-VENDOR-COUNT TO DIGIT-INDEX
                INITIALIZE DIGIT-ENTRY (DIGIT-INDEX)
                MOVE ANL-VENDOR TO DIGIT-VENDOR (DIGIT-INDEX).

       STEP-THE-DIGIT-INDEX.
            ADD 1 TO DIGIT-INDEX.

       ADD-TO-THE-DIGIT-COUNTS.
            ADD 1 TO OVERALL-TOTAL.
            ADD 1 TO OVERALL-COUNT (ANL-FIRST-DIGIT).
            IF ANL-IS-ROUND = "Y"
                ADD 1 TO OVERALL-ROUND.
            IF DIGIT-INDEX NOT > DIGIT-VENDOR-COUNT
                ADD 1 TO DIGIT-TOTAL (DIGIT-INDEX)
                ADD 1 TO DIGIT-COUNT (DIGIT-INDEX, ANL-FIRST-DIGIT)
                IF ANL-IS-ROUND = "Y"
                    ADD 1 TO DIGIT-ROUND (DIGIT-INDEX).

      *--------------------------------
      * SECTION 1 - SPLIT INVOICES
      *--------------------------------
      * Anchors are taken earliest date first, so every cluster
      * starts at its first voucher and runs forward DAY-WINDOW
      * days.
       PRINT-SPLIT-INVOICES.
            MOVE "SECTION 1 - VOUCHERS SPLIT UNDER THE APPROVAL"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE "            THRESHOLD" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM FIND-THE-NEXT-ANCHOR.
            PERFORM WORK-ONE-ANCHOR
               UNTIL ANCHOR-INDEX = ZERO.
            IF CLUSTER-COUNT = ZERO
                MOVE "  NONE FOUND" TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            IF CANDIDATES-DROPPED > ZERO
                MOVE SPACES TO PRINTER-RECORD
                STRING "  ** " CANDIDATES-DROPPED
                   " VOUCHERS NOT TESTED - NARROW THE DATE RANGE"
                   DELIMITED BY SIZE INTO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

       FIND-THE-NEXT-ANCHOR.
            MOVE ZERO TO ANCHOR-INDEX.
            PERFORM CHECK-ONE-ANCHOR
               VARYING CANDIDATE-INDEX FROM 1 BY 1
               UNTIL CANDIDATE-INDEX > CANDIDATE-COUNT.

       CHECK-ONE-ANCHOR.
            IF CAND-ANCHORED (CANDIDATE-INDEX) = "N"
                IF ANCHOR-INDEX = ZERO
                    MOVE CANDIDATE-INDEX TO ANCHOR-INDEX
                ELSE
                    IF CAND-DAY (CANDIDATE-INDEX) <
                          CAND-DAY (ANCHOR-INDEX)
                        MOVE CANDIDATE-INDEX TO ANCHOR-INDEX.

       WORK-ONE-ANCHOR.
            MOVE "Y" TO CAND-ANCHORED (ANCHOR-INDEX).
            IF CAND-CLUSTERED (ANCHOR-INDEX) = "N"
                MOVE ZERO TO CLUSTER-MEMBERS
                MOVE ZERO TO CLUSTER-TOTAL
                PERFORM SUM-ONE-MEMBER
                   VARYING CANDIDATE-INDEX FROM 1 BY 1
                   UNTIL CANDIDATE-INDEX > CANDIDATE-COUNT
                IF CLUSTER-MEMBERS > 1 AND
                      CLUSTER-TOTAL > CAND-THRESHOLD (ANCHOR-INDEX)
                    PERFORM PRINT-THE-CLUSTER.
            PERFORM FIND-THE-NEXT-ANCHOR.

       SUM-ONE-MEMBER.
            IF CAND-CLUSTERED (CANDIDATE-INDEX) = "N" AND
                  CAND-VENDOR (CANDIDATE-INDEX) =
                     CAND-VENDOR (ANCHOR-INDEX) AND
                  CAND-DAY (CANDIDATE-INDEX) NOT <
                     CAND-DAY (ANCHOR-INDEX) AND
                  CAND-DAY (CANDIDATE-INDEX) NOT >
                     CAND-DAY (ANCHOR-INDEX) + DAY-WINDOW
                ADD 1 TO CLUSTER-MEMBERS
                ADD CAND-AMOUNT (CANDIDATE-INDEX) TO CLUSTER-TOTAL.

       PRINT-THE-CLUSTER.
            ADD 1 TO CLUSTER-COUNT.
            MOVE CAND-VENDOR (ANCHOR-INDEX) TO PRINT-CLUSTER-VENDOR.
            MOVE CAND-VENDOR (ANCHOR-INDEX) TO VENDOR-NUMBER.
            PERFORM READ-VENDOR-RECORD.
            MOVE VENDOR-NAME TO PRINT-CLUSTER-NAME.
            MOVE CLUSTER-MEMBERS TO PRINT-CLUSTER-MEMBERS.
            MOVE CLUSTER-TOTAL TO PRINT-CLUSTER-TOTAL.
            MOVE CLUSTER-HEADING-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM PRINT-ONE-MEMBER
               VARYING CANDIDATE-INDEX FROM 1 BY 1
               UNTIL CANDIDATE-INDEX > CANDIDATE-COUNT.

      * Same test as SUM-ONE-MEMBER; a printed member is taken out
      * of every later cluster.
       PRINT-ONE-MEMBER.
            IF CAND-CLUSTERED (CANDIDATE-INDEX) = "N" AND
                  CAND-VENDOR (CANDIDATE-INDEX) =
                     CAND-VENDOR (ANCHOR-INDEX) AND
                  CAND-DAY (CANDIDATE-INDEX) NOT <
                     CAND-DAY (ANCHOR-INDEX) AND
                  CAND-DAY (CANDIDATE-INDEX) NOT >
                     CAND-DAY (ANCHOR-INDEX) + DAY-WINDOW
                MOVE "Y" TO CAND-CLUSTERED (CANDIDATE-INDEX)
                MOVE CAND-VOUCHER (CANDIDATE-INDEX)
                   TO PRINT-MEMBER-VOUCHER
                MOVE SPACES TO PRINT-MEMBER-ARCHIVED
                IF CAND-ARCHIVED (CANDIDATE-INDEX) = "Y"
                    MOVE "H" TO PRINT-MEMBER-ARCHIVED
                END-IF
                MOVE CAND-DATE (CANDIDATE-INDEX) TO DATE-CCYYMMDD
                COMPUTE DATE-MMDDCCYY =
                   DATE-CCYYMMDD * 10000.0001
                MOVE DATE-MMDDCCYY TO PRINT-MEMBER-DATE
                MOVE CAND-AMOUNT (CANDIDATE-INDEX)
                   TO PRINT-MEMBER-AMOUNT
                MOVE CAND-ENTERED-BY (CANDIDATE-INDEX)
                   TO PRINT-MEMBER-ENTERED-BY
                MOVE CLUSTER-MEMBER-LINE TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * SECTION 2 - OPERATOR HABITS
      *--------------------------------
       PRINT-OPERATOR-HABITS.
            MOVE "SECTION 2 - AMOUNTS JUST UNDER A LIMIT, BY ENTERING"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE "            OPERATOR" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE HABIT-COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM PRINT-ONE-HABIT
               VARYING HABIT-INDEX FROM 1 BY 1
               UNTIL HABIT-INDEX > HABIT-COUNT.
            PERFORM LINE-FEED.

       PRINT-ONE-HABIT.
            COMPUTE HABIT-SHADED = HABIT-UNDER-THRESHOLD (HABIT-INDEX)
               + HABIT-UNDER-LIMIT (HABIT-INDEX).
            COMPUTE HABIT-PERCENT ROUNDED =
               HABIT-SHADED * 100 / HABIT-KEYED (HABIT-INDEX).
            MOVE HABIT-OPERATOR (HABIT-INDEX) TO PRINT-HABIT-OPERATOR.
            MOVE HABIT-KEYED (HABIT-INDEX) TO PRINT-HABIT-KEYED.
            MOVE HABIT-UNDER-THRESHOLD (HABIT-INDEX)
               TO PRINT-HABIT-THRESHOLD.
            MOVE HABIT-UNDER-LIMIT (HABIT-INDEX) TO PRINT-HABIT-LIMIT.
            MOVE HABIT-PERCENT TO PRINT-HABIT-PERCENT.
            MOVE SPACES TO PRINT-HABIT-FLAG.
            IF HABIT-SHADED NOT < HABIT-MINIMUM-COUNT AND
                  HABIT-PERCENT NOT < HABIT-FLAG-PERCENT
                MOVE "** FLAG" TO PRINT-HABIT-FLAG
                ADD 1 TO FLAGGED-OPERATORS.
            MOVE HABIT-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * SECTION 3 - BENFORD
      *--------------------------------
       PRINT-THE-BENFORD-SECTION.
            MOVE "SECTION 3 - FIRST-DIGIT (BENFORD) AND ROUND-AMOUNT"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE "            DISTRIBUTION" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE DIGIT-COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM PRINT-THE-EXPECTED-LINE.
            PERFORM PRINT-THE-OVERALL-LINE.
            PERFORM PRINT-ONE-VENDOR-DIGITS
               VARYING DIGIT-INDEX FROM 1 BY 1
               UNTIL DIGIT-INDEX > DIGIT-VENDOR-COUNT.
            PERFORM LINE-FEED.
            MOVE "OUTLIERS" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM PRINT-ONE-OUTLIER
               VARYING DIGIT-INDEX FROM 1 BY 1
               UNTIL DIGIT-INDEX > DIGIT-VENDOR-COUNT.
            IF OUTLIER-COUNT = ZERO
                MOVE "  NONE FOUND" TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

       PRINT-THE-EXPECTED-LINE.
            MOVE SPACES TO PRINT-DIGIT-VENDOR.
            MOVE "BENFRD" TO PRINT-DIGIT-VENDOR.
            MOVE ZERO TO PRINT-DIGIT-TOTAL.
            PERFORM MOVE-ONE-EXPECTED-PERCENT
               VARYING DIGIT FROM 1 BY 1
               UNTIL DIGIT > 9.
            MOVE ZERO TO PRINT-DIGIT-MAD.
            MOVE ZERO TO PRINT-DIGIT-ROUND.
            MOVE SPACES TO PRINT-DIGIT-FLAG.
            MOVE DIGIT-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       MOVE-ONE-EXPECTED-PERCENT.
            COMPUTE PRINT-DIGIT-PERCENT (DIGIT) ROUNDED =
               BENFORD-EXPECTED (DIGIT) * 100.

       PRINT-THE-OVERALL-LINE.
            MOVE "ALL" TO PRINT-DIGIT-VENDOR.
            MOVE OVERALL-TOTAL TO PRINT-DIGIT-TOTAL.
            MOVE ZERO TO VENDOR-MAD.
            PERFORM MEASURE-ONE-OVERALL-DIGIT
               VARYING DIGIT FROM 1 BY 1
               UNTIL DIGIT > 9.
            MOVE VENDOR-MAD TO PRINT-DIGIT-MAD.
            MOVE ZERO TO ROUND-PERCENT.
            IF OVERALL-TOTAL > ZERO
                COMPUTE ROUND-PERCENT ROUNDED =
                   OVERALL-ROUND * 100 / OVERALL-TOTAL.
            MOVE ROUND-PERCENT TO PRINT-DIGIT-ROUND.
            MOVE SPACES TO PRINT-DIGIT-FLAG.
            MOVE DIGIT-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       MEASURE-ONE-OVERALL-DIGIT.
            MOVE ZERO TO WORK-PROPORTION.
            IF OVERALL-TOTAL > ZERO
                COMPUTE WORK-PROPORTION ROUNDED =
                   OVERALL-COUNT (DIGIT) / OVERALL-TOTAL.
            PERFORM ADD-ONE-DEVIATION.

       PRINT-ONE-VENDOR-DIGITS.
            IF DIGIT-TOTAL (DIGIT-INDEX) NOT < BENFORD-MINIMUM-COUNT
                PERFORM MEASURE-THE-VENDOR
                MOVE DIGIT-VENDOR (DIGIT-INDEX) TO PRINT-DIGIT-VENDOR
                MOVE DIGIT-TOTAL (DIGIT-INDEX) TO PRINT-DIGIT-TOTAL
                MOVE VENDOR-MAD TO PRINT-DIGIT-MAD
                MOVE ROUND-PERCENT TO PRINT-DIGIT-ROUND
                MOVE SPACES TO PRINT-DIGIT-FLAG
                IF OUTLIER-REASON NOT = SPACES
                    MOVE "OUTLIER" TO PRINT-DIGIT-FLAG
                END-IF
                MOVE DIGIT-LINE TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

       MEASURE-THE-VENDOR.
            MOVE ZERO TO VENDOR-MAD.
            PERFORM MEASURE-ONE-VENDOR-DIGIT
               VARYING DIGIT FROM 1 BY 1
               UNTIL DIGIT > 9.
            COMPUTE ROUND-PERCENT ROUNDED =
               DIGIT-ROUND (DIGIT-INDEX) * 100
               / DIGIT-TOTAL (DIGIT-INDEX).
            MOVE SPACES TO OUTLIER-REASON.
            IF VENDOR-MAD > BENFORD-MAD-LIMIT
                MOVE "FIRST DIGITS" TO OUTLIER-REASON.
            IF ROUND-PERCENT > ROUND-FLAG-PERCENT
                IF OUTLIER-REASON = SPACES
                    MOVE "ROUND AMOUNTS" TO OUTLIER-REASON
                ELSE
                    MOVE "DIGITS AND ROUND" TO OUTLIER-REASON.

       MEASURE-ONE-VENDOR-DIGIT.
            COMPUTE WORK-PROPORTION ROUNDED =
               DIGIT-COUNT (DIGIT-INDEX, DIGIT)
               / DIGIT-TOTAL (DIGIT-INDEX).
            PERFORM ADD-ONE-DEVIATION.

      * MAD = the average over the nine digits of the gap between
      * the observed and the expected proportion.
       ADD-ONE-DEVIATION.
            COMPUTE PRINT-DIGIT-PERCENT (DIGIT) ROUNDED =
               WORK-PROPORTION * 100.
            COMPUTE WORK-DEVIATION =
               WORK-PROPORTION - BENFORD-EXPECTED (DIGIT).
            IF WORK-DEVIATION < ZERO
                COMPUTE WORK-DEVIATION = 0 - WORK-DEVIATION.
            COMPUTE VENDOR-MAD ROUNDED =
               VENDOR-MAD + WORK-DEVIATION / 9.

       PRINT-ONE-OUTLIER.
            IF DIGIT-TOTAL (DIGIT-INDEX) NOT < BENFORD-MINIMUM-COUNT
                PERFORM MEASURE-THE-VENDOR
                IF OUTLIER-REASON NOT = SPACES
                    ADD 1 TO OUTLIER-COUNT
                    MOVE DIGIT-VENDOR (DIGIT-INDEX)
                       TO PRINT-OUTLIER-VENDOR
                    MOVE DIGIT-VENDOR (DIGIT-INDEX) TO VENDOR-NUMBER
                    PERFORM READ-VENDOR-RECORD
                    MOVE VENDOR-NAME TO PRINT-OUTLIER-NAME
                    MOVE OUTLIER-REASON TO PRINT-OUTLIER-REASON
                    MOVE OUTLIER-LINE TO PRINTER-RECORD
                    PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * FILE AND PRINT ROUTINES
      *--------------------------------
       READ-OPERATOR-RECORD.
            MOVE "Y" TO OPERATOR-RECORD-FOUND.
            READ OPERATOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO OPERATOR-RECORD-FOUND.

       READ-VENDOR-RECORD.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.
            IF VENDOR-RECORD-FOUND = "N"
                MOVE "** NOT ON FILE **" TO VENDOR-NAME.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "pldate.cbl".
            COPY "plnumval01.cbl".

            COPY "plspool01.cbl".
