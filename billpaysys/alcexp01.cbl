      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Month-end shared-cost allocation journal - the spreadsheet
      * finance used to spread rent, utilities and the telephone
      * bill from the overhead code to the departments, retired.
      * For ONE company and an operator-entered month (CCYYMM),
      * every active allocation rule (fdalcr01.cbl) collects the
      * month's qualifying voucher coding - distribution lines
      * first, the header code as the fallback, as glexp01.cbl
      * accrues it - by the rule's source vendor and/or source GL
      * code. A line coded to one of the rule's own target codes
      * is already charged out and is left alone, and a line two
      * rules could claim goes to the first rule in code order
      * only. Each rule's cost is then shared over its target
      * departments by its driver:
      *
      *   share = cost * driver / total of the drivers,
      *   rounded, the last target taking the rounding pennies
      *
      * where the driver is the target's fixed percent, or the
      * number of people the phone directory (fdphone01.cbl) lists
      * in its PHONE-DEPARTMENT, counted live as this runs. The
      * journal is one batch in the glexp01.cbl export shape:
      *
      *   BATCH 9 (ALLOCATE) - debits each target department's GL
      *                        code with its share and credits
      *                        each code the cost was vouchered
      *                        to.
      *
      * Both sides are accumulated in tables and PROVED before one
      * byte is written; any failure stops the run with RETURN-CODE
      * 8 and no file. A good run is numbered and recorded in the
      * GL batch lifecycle (fdglbat.cbl, source "A") and each
      * rule's debits and credits are written to fdalcp01.cbl
      * carrying the batch number and the driver counts used -
      * glbat01.cbl rebuilds a rejected batch from those postings,
      * and a rule already posted for the month is skipped, so a
      * re-run cannot allocate the same month twice. The allocation
      * report lists every rule with its source, the driver counts
      * and percents used and each department's share.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. alcexp01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slalcr01.cbl".
            COPY "slalcp01.cbl".
            COPY "slvouch.cbl".
            COPY "slvchdst.cbl".
            COPY "slphone01.cbl".
            COPY "slglbat.cbl".
            COPY "slcontrol.cbl".
            COPY "slcmpny.cbl".
            COPY "sljrnl01.cbl".
            COPY "slxmit01.cbl".

            SELECT OPTIONAL GL-EXPORT-FILE
               ASSIGN TO "GLEXPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdalcr01.cbl".
            COPY "fdalcp01.cbl".
            COPY "fdvouch.cbl".
            COPY "fdvchdst.cbl".
            COPY "fdphone01.cbl".
            COPY "fdglbat.cbl".
            COPY "fdcontrol.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdxmit01.cbl".

       FD   GL-EXPORT-FILE
            LABEL RECORDS ARE STANDARD.
       01   GL-EXPORT-RECORD              PIC X(80).

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsctllck.cbl".
            COPY "wsspool01.cbl".

      * The glexp01.cbl export line shapes.
       01   EXPORT-HEADER-LINE.
            05 FILLER                     PIC X(2)  VALUE "H,".
            05 EXPORT-HEADER-BATCH        PIC 9.
            05 FILLER                     PIC X(1)  VALUE ",".
            05 EXPORT-HEADER-NAME         PIC X(8).
            05 FILLER                     PIC X(1)  VALUE ",".
            05 EXPORT-HEADER-START        PIC 9(8).
            05 FILLER                     PIC X(1)  VALUE ",".
            05 EXPORT-HEADER-END          PIC 9(8).

       01   EXPORT-DETAIL-LINE.
            05 FILLER                     PIC X(2)  VALUE "D,".
            05 EXPORT-DETAIL-BATCH        PIC 9.
            05 FILLER                     PIC X(1)  VALUE ",".
            05 EXPORT-DETAIL-COMPANY      PIC 9.
            05 FILLER                     PIC X(1)  VALUE ",".
            05 EXPORT-DETAIL-GL-CODE      PIC X(6).
            05 FILLER                     PIC X(1)  VALUE ",".
            05 EXPORT-DETAIL-DEBIT        PIC 9(11).
            05 FILLER                     PIC X(1)  VALUE ",".
            05 EXPORT-DETAIL-CREDIT       PIC 9(11).

       01   EXPORT-TOTAL-LINE.
            05 FILLER                     PIC X(2)  VALUE "T,".
            05 EXPORT-TOTAL-BATCH         PIC 9.
            05 FILLER                     PIC X(1)  VALUE ",".
            05 EXPORT-TOTAL-DEBITS        PIC 9(11).
            05 FILLER                     PIC X(1)  VALUE ",".
            05 EXPORT-TOTAL-CREDITS       PIC 9(11).

      * The company's active rules for the month, with the cost
      * each collected (by the GL code it was vouchered to) and
      * each target's driver and share.
       01   RULE-TABLE.
            05 RULE-ENTRY OCCURS 20 TIMES.
               10 RULE-CODE               PIC X(6).
               10 RULE-DESCRIPTION        PIC X(30).
               10 RULE-SOURCE-VENDOR      PIC 9(5).
               10 RULE-SOURCE-GL-CODE     PIC X(6).
               10 RULE-DRIVER             PIC X.
               10 RULE-ALREADY-POSTED     PIC X.
               10 RULE-COST               PIC S9(7)V99.
               10 RULE-DRIVER-TOTAL       PIC 9(5)V99.
               10 RULE-SOURCE-COUNT       PIC 99.
               10 RULE-SOURCE OCCURS 10 TIMES.
                  15 RULE-SOURCE-CODE     PIC X(6).
                  15 RULE-SOURCE-AMOUNT   PIC S9(7)V99.
               10 RULE-TARGET-COUNT       PIC 99.
               10 RULE-TARGET OCCURS 10 TIMES.
                  15 RULE-TARGET-DEPARTMENT PIC X(10).
                  15 RULE-TARGET-GL-CODE  PIC X(6).
                  15 RULE-TARGET-PERCENT  PIC 9(3)V99.
                  15 RULE-TARGET-DRIVER   PIC 9(5)V99.
                  15 RULE-TARGET-PERCENT-USED
                                          PIC 9(3)V9(4).
                  15 RULE-TARGET-SHARE    PIC S9(7)V99.
       77   RULE-COUNT                    PIC 99 VALUE ZERO.
       77   RULE-INDEX                    PIC 99.
       77   SOURCE-INDEX                  PIC 99.
       77   SOURCE-SLOT                   PIC 99.
       77   TARGET-INDEX                  PIC 99.
       77   LAST-DRIVEN-TARGET            PIC 99.
       77   MATCHED-RULE                  PIC 99.
       77   LINE-IS-A-TARGET              PIC X.
       77   SHARED-SO-FAR                 PIC S9(7)V99.

      * Phone-directory headcount by PHONE-DEPARTMENT.
       01   HEADCOUNT-TABLE.
            05 HEADCOUNT-ENTRY OCCURS 100 TIMES.
               10 HEADCOUNT-DEPARTMENT    PIC X(10).
               10 HEADCOUNT-PEOPLE        PIC 9(5).
       77   HEADCOUNT-ENTRY-COUNT         PIC 999 VALUE ZERO.
       77   HEADCOUNT-INDEX               PIC 999.
       77   HEADCOUNT-SLOT                PIC 999.
       77   DIRECTORY-PEOPLE              PIC 9(5) VALUE ZERO.

      * Department debits by target GL code.
       01   CHARGE-TABLE.
            05 CHARGE-ENTRY OCCURS 50 TIMES.
               10 CHARGE-GL-CODE          PIC X(6).
               10 CHARGE-AMOUNT           PIC S9(9)V99 VALUE ZERO.
       77   CHARGE-ENTRY-COUNT            PIC 99 VALUE ZERO.
       77   CHARGE-TOTAL                  PIC S9(9)V99 VALUE ZERO.

      * Overhead credits by the code the cost was vouchered to.
       01   OVERHEAD-TABLE.
            05 OVERHEAD-ENTRY OCCURS 50 TIMES.
               10 OVERHEAD-GL-CODE        PIC X(6).
               10 OVERHEAD-AMOUNT         PIC S9(9)V99 VALUE ZERO.
       77   OVERHEAD-ENTRY-COUNT          PIC 99 VALUE ZERO.
       77   OVERHEAD-TOTAL                PIC S9(9)V99 VALUE ZERO.

       77   GL-INDEX                      PIC 99.
       77   GL-SLOT                       PIC 99.
       77   WORK-GL-CODE                  PIC X(6).
       77   WORK-GL-AMOUNT                PIC S9(7)V99.
       77   PROOF-TOTAL                   PIC S9(9)V99 VALUE ZERO.
       77   EXPORT-ERROR                  PIC X VALUE "N".
       77   EXPORT-BLOCKED                PIC X VALUE "N".
       77   EXPORT-COMPANY                PIC 9 VALUE 1.
       77   RULE-FILE-AT-END              PIC X.
       77   POSTING-FILE-AT-END           PIC X.
       77   VOUCHER-FILE-AT-END           PIC X.
       77   DISTRIBUTION-AT-END           PIC X.
       77   PHONE-FILE-AT-END             PIC X.
       77   VOUCHER-HAS-LINES             PIC X.
       77   AMOUNT-IN-CENTS               PIC 9(11).
       77   SIGNED-EXPORT-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       77   EXPORT-DEBIT-COLUMN           PIC 9(11) VALUE ZERO.
       77   EXPORT-CREDIT-COLUMN          PIC 9(11) VALUE ZERO.
       77   EXPORT-RECORD-COUNT           PIC 9(7) VALUE ZERO.
       77   EXPORT-HASH-CENTS             PIC 9(13) VALUE ZERO.

      * The month being allocated and its first and last days.
       01   ALLOCATE-MONTH                PIC 9(6).
       01   ALLOCATE-MONTH-PARTS REDEFINES ALLOCATE-MONTH.
            05 ALLOCATE-CCYY              PIC 9(4).
            05 ALLOCATE-MM                PIC 99.
       01   NEXT-MONTH-FIRST.
            05 NEXT-MONTH-CCYY            PIC 9(4).
            05 NEXT-MONTH-MM              PIC 99.
            05 NEXT-MONTH-DD              PIC 99 VALUE 1.
       01   NEXT-MONTH-FIRST-DATE REDEFINES NEXT-MONTH-FIRST
                                          PIC 9(8).
       77   MONTH-END-INTEGER             PIC 9(7).
       77   RANGE-START-DATE              PIC 9(8).
       77   RANGE-END-DATE                PIC 9(8).

       77   CURRENT-GL-BATCH              PIC 9(5) VALUE ZERO.
       77   BATCH-DEBITS-TOTAL            PIC 9(13) VALUE ZERO.
       77   BATCH-CREDITS-TOTAL           PIC 9(13) VALUE ZERO.
       77   STAMP-DATE                    PIC 9(8).
       77   POSTING-SEQUENCE              PIC 9(3).
       77   RULES-WITH-COST               PIC 99 VALUE ZERO.
       77   RULES-POSTED                  PIC 99 VALUE ZERO.
       77   AMOUNT-FIELD                  PIC ZZZ,ZZZ,ZZ9.99-.

      *--------------------------------
      * REPORT LINES
      *--------------------------------
       01   TITLE-LINE.
            05 FILLER                     PIC X(25) VALUE SPACE.
            05 FILLER                     PIC X(30)
                     VALUE "SHARED-COST ALLOCATION".

       01   RUN-LINE.
            05 FILLER                     PIC X(8)  VALUE "COMPANY ".
            05 RUN-COMPANY                PIC 9.
            05 FILLER                     PIC X(9)  VALUE "   MONTH ".
            05 RUN-MONTH                  PIC 9(6).
            05 FILLER                     PIC X(11)
                                          VALUE "   GL BATCH".
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 RUN-BATCH                  PIC X(12).

       01   RULE-LINE.
            05 FILLER                     PIC X(5)  VALUE "RULE ".
            05 PRINT-RULE-CODE            PIC X(6).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-RULE-DESCRIPTION     PIC X(30).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-RULE-DRIVER          PIC X(20).

       01   SOURCE-LINE.
            05 FILLER                     PIC X(17)
                                          VALUE "   SOURCE VENDOR ".
            05 PRINT-SOURCE-VENDOR        PIC X(5).
            05 FILLER                     PIC X(12)
                                          VALUE "   GL CODE  ".
            05 PRINT-SOURCE-GL-CODE       PIC X(6).

       01   CREDIT-LINE.
            05 FILLER                     PIC X(22)
               VALUE "   COST CREDITED FROM ".
            05 PRINT-CREDIT-GL-CODE       PIC X(6).
            05 FILLER                     PIC X(3)  VALUE SPACE.
            05 PRINT-CREDIT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.

       01   COLUMN-LINE.
            05 FILLER                     PIC X(41)
               VALUE "   DEPARTMENT GL CODE  HEADCOUNT  PERCENT".
            05 FILLER                     PIC X(18)
               VALUE "             SHARE".

       01   TARGET-LINE.
            05 FILLER                     PIC X(3)  VALUE SPACE.
            05 PRINT-DEPARTMENT           PIC X(10).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-TARGET-GL-CODE       PIC X(6).
            05 FILLER                     PIC X(3)  VALUE SPACE.
            05 PRINT-HEADCOUNT            PIC X(9).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-PERCENT              PIC ZZ9.9999.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-SHARE                PIC ZZZ,ZZZ,ZZ9.99-.

       01   RULE-TOTAL-LINE.
            05 FILLER                     PIC X(20)
                                          VALUE "   DRIVER TOTAL".
            05 PRINT-DRIVER-TOTAL         PIC ZZ,ZZ9.99.
            05 FILLER                     PIC X(13)
                                          VALUE "   ALLOCATED ".
            05 PRINT-RULE-ALLOCATED       PIC ZZZ,ZZZ,ZZ9.99-.

       77   HEADCOUNT-FIELD               PIC ZZ,ZZ9.
       77   VENDOR-NUMBER-FIELD           PIC 9(5).

            COPY "wsnumval01.cbl".
            COPY "wsjrnl01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            PERFORM ACCEPT-EXPORT-PARAMETERS.
            PERFORM CHECK-THE-TRAINING-COMPANY.
            IF EXPORT-BLOCKED = "Y"
                PERFORM CLOSING-PROCEDURE
                PERFORM PROGRAM-DONE.

            PERFORM LOAD-THE-RULES.
            IF RULE-COUNT = ZERO
                DISPLAY "NO ACTIVE ALLOCATION RULES FOR COMPANY "
                   EXPORT-COMPANY " - NO FILE WRITTEN"
                PERFORM CLOSING-PROCEDURE
                PERFORM PROGRAM-DONE.

            PERFORM COUNT-THE-DIRECTORY.
            MOVE "N" TO VOUCHER-FILE-AT-END.
            PERFORM READ-NEXT-VOUCHER-RECORD.
            PERFORM COLLECT-ONE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".

            PERFORM SHARE-ONE-RULE
               VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX > RULE-COUNT.

            IF RULES-WITH-COST = ZERO AND EXPORT-ERROR = "N"
                DISPLAY "NOTHING TO ALLOCATE FOR " ALLOCATE-MONTH
                   " - NO FILE WRITTEN"
                PERFORM PRINT-THE-REPORT
                PERFORM CLOSING-PROCEDURE
                PERFORM PROGRAM-DONE.

            PERFORM PROVE-THE-BATCH.
            IF EXPORT-ERROR = "Y"
                DISPLAY "EXPORT STOPPED - NO FILE WRITTEN"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM WRITE-THE-EXPORT-FILE
                PERFORM CREATE-THE-BATCH-RECORD
                PERFORM POST-ONE-RULE
                   VARYING RULE-INDEX FROM 1 BY 1
                   UNTIL RULE-INDEX > RULE-COUNT
                MOVE CHARGE-TOTAL TO AMOUNT-FIELD
                DISPLAY "COST ALLOCATED THIS MONTH: " AMOUNT-FIELD
                DISPLAY "RULES POSTED: " RULES-POSTED
                DISPLAY "GL EXPORT WRITTEN AND IN BALANCE AS"
                DISPLAY "BATCH " CURRENT-GL-BATCH.
            PERFORM PRINT-THE-REPORT.

            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN I-O ALLOCATION-RULE-FILE.
            OPEN I-O ALLOCATION-POSTING-FILE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT DISTRIBUTION-FILE.
            OPEN INPUT PHONE-FILE.
            OPEN I-O GL-BATCH-FILE.
            OPEN I-O CONTROL-FILE.
            OPEN INPUT COMPANY-FILE.
            OPEN EXTEND JOURNAL-FILE.
            MOVE "ALCEXP01" TO JOURNAL-PROGRAM-NAME.

       CLOSING-PROCEDURE.
            CLOSE ALLOCATION-RULE-FILE.
            CLOSE ALLOCATION-POSTING-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE DISTRIBUTION-FILE.
            CLOSE PHONE-FILE.
            CLOSE GL-BATCH-FILE.
            CLOSE CONTROL-FILE.
            CLOSE COMPANY-FILE.
            CLOSE JOURNAL-FILE.

      * A training company's practice vouchers must never land in
      * the real general ledger.
       CHECK-THE-TRAINING-COMPANY.
            MOVE "N" TO EXPORT-BLOCKED.
            IF EXPORT-COMPANY > 1
                MOVE EXPORT-COMPANY TO COMPANY-NUMBER
                READ COMPANY-FILE RECORD
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   IF COMPANY-IS-TRAINING
                       MOVE "Y" TO EXPORT-BLOCKED
                       DISPLAY "TRAINING COMPANY - THE GL EXPORT"
                       DISPLAY "IS BLOCKED. NO FILE WRITTEN."
                   END-IF
                END-READ.

      *--------------------------------
      * PARAMETERS
      *--------------------------------
       ACCEPT-EXPORT-PARAMETERS.
            PERFORM ACCEPT-ALLOCATE-MONTH.
            PERFORM ACCEPT-EXPORT-COMPANY.
            MOVE ALLOCATE-MONTH TO RANGE-START-DATE (1 : 6).
            MOVE "01" TO RANGE-START-DATE (7 : 2).
            IF ALLOCATE-MM = 12
                COMPUTE NEXT-MONTH-CCYY = ALLOCATE-CCYY + 1
                MOVE 1 TO NEXT-MONTH-MM
            ELSE
                MOVE ALLOCATE-CCYY TO NEXT-MONTH-CCYY
                COMPUTE NEXT-MONTH-MM = ALLOCATE-MM + 1.
            COMPUTE MONTH-END-INTEGER =
               FUNCTION INTEGER-OF-DATE (NEXT-MONTH-FIRST-DATE) - 1.
            COMPUTE RANGE-END-DATE =
               FUNCTION DATE-OF-INTEGER (MONTH-END-INTEGER).

       ACCEPT-ALLOCATE-MONTH.
            MOVE "ENTER MONTH TO ALLOCATE (CCYYMM)?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO ALLOCATE-MONTH.
            IF ALLOCATE-MM < 1 OR ALLOCATE-MM > 12 OR
                  ALLOCATE-CCYY < 1601
                DISPLAY "NOT A VALID CCYYMM MONTH"
                PERFORM ACCEPT-ALLOCATE-MONTH.

       ACCEPT-EXPORT-COMPANY.
            DISPLAY "ENTER COMPANY NUMBER TO EXPORT (1-9)".
            ACCEPT EXPORT-COMPANY.
            PERFORM RE-ACCEPT-EXPORT-COMPANY
               UNTIL EXPORT-COMPANY > 0.

       RE-ACCEPT-EXPORT-COMPANY.
            DISPLAY "COMPANY MUST BE 1 THROUGH 9".
            DISPLAY "ENTER COMPANY NUMBER TO EXPORT (1-9)".
            ACCEPT EXPORT-COMPANY.

      *--------------------------------
      * THE RULES AND THE DRIVERS
      *--------------------------------
       LOAD-THE-RULES.
            MOVE EXPORT-COMPANY TO ALCR-COMPANY.
            MOVE SPACES TO ALCR-RULE-CODE.
            MOVE "N" TO RULE-FILE-AT-END.
            START ALLOCATION-RULE-FILE
               KEY IS NOT LESS THAN ALCR-KEY
               INVALID KEY
               MOVE "Y" TO RULE-FILE-AT-END.
            IF RULE-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-RULE-RECORD.
            PERFORM LOAD-ONE-RULE
               UNTIL RULE-FILE-AT-END = "Y".

       LOAD-ONE-RULE.
            IF ALCR-COMPANY NOT = EXPORT-COMPANY
                MOVE "Y" TO RULE-FILE-AT-END
            ELSE
                IF ALCR-RULE-ACTIVE
                    IF RULE-COUNT = 20
                        MOVE "Y" TO EXPORT-ERROR
                        DISPLAY "RULE TABLE FULL - TOO MANY RULES"
                    ELSE
                        ADD 1 TO RULE-COUNT
                        PERFORM TAKE-THE-RULE
                    END-IF
                END-IF
                PERFORM READ-NEXT-RULE-RECORD.

       TAKE-THE-RULE.
            MOVE RULE-COUNT TO RULE-INDEX.
            MOVE ALCR-RULE-CODE TO RULE-CODE (RULE-INDEX).
            MOVE ALCR-DESCRIPTION TO RULE-DESCRIPTION (RULE-INDEX).
            MOVE ALCR-SOURCE-VENDOR TO RULE-SOURCE-VENDOR (RULE-INDEX).
            MOVE ALCR-SOURCE-GL-CODE
               TO RULE-SOURCE-GL-CODE (RULE-INDEX).
            MOVE ALCR-DRIVER TO RULE-DRIVER (RULE-INDEX).
            MOVE ZERO TO RULE-COST (RULE-INDEX).
            MOVE ZERO TO RULE-DRIVER-TOTAL (RULE-INDEX).
            MOVE ZERO TO RULE-SOURCE-COUNT (RULE-INDEX).
            MOVE ZERO TO RULE-TARGET-COUNT (RULE-INDEX).
            PERFORM TAKE-ONE-TARGET
               VARYING TARGET-INDEX FROM 1 BY 1
               UNTIL TARGET-INDEX > 10.
            PERFORM CHECK-ALREADY-POSTED.

       TAKE-ONE-TARGET.
            IF ALCR-TARGET-DEPARTMENT (TARGET-INDEX) NOT = SPACES
                ADD 1 TO RULE-TARGET-COUNT (RULE-INDEX)
                MOVE RULE-TARGET-COUNT (RULE-INDEX) TO GL-SLOT
                MOVE ALCR-TARGET-DEPARTMENT (TARGET-INDEX)
                   TO RULE-TARGET-DEPARTMENT (RULE-INDEX GL-SLOT)
                MOVE ALCR-TARGET-GL-CODE (TARGET-INDEX)
                   TO RULE-TARGET-GL-CODE (RULE-INDEX GL-SLOT)
                MOVE ALCR-TARGET-PERCENT (TARGET-INDEX)
                   TO RULE-TARGET-PERCENT (RULE-INDEX GL-SLOT)
                MOVE ZERO TO RULE-TARGET-DRIVER (RULE-INDEX GL-SLOT)
                MOVE ZERO
                   TO RULE-TARGET-PERCENT-USED (RULE-INDEX GL-SLOT)
                MOVE ZERO TO RULE-TARGET-SHARE (RULE-INDEX GL-SLOT).

      * Any posting for this rule and month means it went out on
      * an earlier run.
       CHECK-ALREADY-POSTED.
            MOVE "N" TO RULE-ALREADY-POSTED (RULE-INDEX).
            MOVE ALLOCATE-MONTH TO ALCP-MONTH.
            MOVE EXPORT-COMPANY TO ALCP-COMPANY.
            MOVE ALCR-RULE-CODE TO ALCP-RULE-CODE.
            MOVE ZEROES TO ALCP-SEQUENCE.
            MOVE "N" TO POSTING-FILE-AT-END.
            START ALLOCATION-POSTING-FILE
               KEY IS NOT LESS THAN ALCP-KEY
               INVALID KEY
               MOVE "Y" TO POSTING-FILE-AT-END.
            IF POSTING-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-POSTING-RECORD.
            IF POSTING-FILE-AT-END NOT = "Y"
                IF ALCP-MONTH = ALLOCATE-MONTH AND
                      ALCP-COMPANY = EXPORT-COMPANY AND
                      ALCP-RULE-CODE = ALCR-RULE-CODE
                    MOVE "Y" TO RULE-ALREADY-POSTED (RULE-INDEX)
                    DISPLAY "RULE " ALCR-RULE-CODE
                       " ALREADY ALLOCATED FOR " ALLOCATE-MONTH.

      * The whole directory is read once; each department's
      * people are counted as they come.
       COUNT-THE-DIRECTORY.
            MOVE LOW-VALUES TO PHONE-NAME-KEY.
            MOVE "N" TO PHONE-FILE-AT-END.
            START PHONE-FILE
               KEY IS NOT LESS THAN PHONE-NAME-KEY
               INVALID KEY
               MOVE "Y" TO PHONE-FILE-AT-END.
            IF PHONE-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-PHONE-RECORD.
            PERFORM COUNT-ONE-PHONE-RECORD
               UNTIL PHONE-FILE-AT-END = "Y".

       COUNT-ONE-PHONE-RECORD.
            ADD 1 TO DIRECTORY-PEOPLE.
            MOVE ZERO TO HEADCOUNT-SLOT.
            PERFORM FIND-HEADCOUNT-SLOT
               VARYING HEADCOUNT-INDEX FROM 1 BY 1
               UNTIL HEADCOUNT-INDEX > HEADCOUNT-ENTRY-COUNT
                  OR HEADCOUNT-SLOT NOT = ZERO.
            IF HEADCOUNT-SLOT = ZERO
                IF HEADCOUNT-ENTRY-COUNT = 100
                    MOVE "Y" TO EXPORT-ERROR
                    DISPLAY "HEADCOUNT TABLE FULL - TOO MANY"
                    DISPLAY "DEPARTMENTS IN THE PHONE DIRECTORY"
                ELSE
                    ADD 1 TO HEADCOUNT-ENTRY-COUNT
                    MOVE HEADCOUNT-ENTRY-COUNT TO HEADCOUNT-SLOT
                    MOVE PHONE-DEPARTMENT
                       TO HEADCOUNT-DEPARTMENT (HEADCOUNT-SLOT)
                    MOVE ZERO TO HEADCOUNT-PEOPLE (HEADCOUNT-SLOT).
            IF HEADCOUNT-SLOT NOT = ZERO
                ADD 1 TO HEADCOUNT-PEOPLE (HEADCOUNT-SLOT).
            PERFORM READ-NEXT-PHONE-RECORD.

       FIND-HEADCOUNT-SLOT.
            IF HEADCOUNT-DEPARTMENT (HEADCOUNT-INDEX) =
                  PHONE-DEPARTMENT
                MOVE HEADCOUNT-INDEX TO HEADCOUNT-SLOT.

      *--------------------------------
      * COLLECT THE MONTH'S COST
      *--------------------------------
      * A prepayment is a deposit, not the month's cost.
       COLLECT-ONE-VOUCHER.
            IF VOUCHER-COMPANY = EXPORT-COMPANY AND
                  NOT VOUCHER-TYPE-PREPAYMENT AND
                  VOUCHER-DATE NOT < RANGE-START-DATE AND
                  VOUCHER-DATE NOT > RANGE-END-DATE
                PERFORM COLLECT-VOUCHER-CODING.
            PERFORM READ-NEXT-VOUCHER-RECORD.

       COLLECT-VOUCHER-CODING.
            MOVE "N" TO VOUCHER-HAS-LINES.
            PERFORM COLLECT-THE-DISTRIBUTION-LINES.
            IF VOUCHER-HAS-LINES = "N"
                MOVE VOUCHER-GL-CODE TO WORK-GL-CODE
                MOVE VOUCHER-AMOUNT TO WORK-GL-AMOUNT
                PERFORM CHARGE-LINE-TO-A-RULE.

       COLLECT-THE-DISTRIBUTION-LINES.
            MOVE "N" TO DISTRIBUTION-AT-END.
            MOVE VOUCHER-NUMBER TO DIST-VOUCHER-NUMBER.
            MOVE ZEROES TO DIST-LINE-NUMBER.
            START DISTRIBUTION-FILE
               KEY IS NOT LESS THAN DISTRIBUTION-KEY
               INVALID KEY
               MOVE "Y" TO DISTRIBUTION-AT-END.
            PERFORM COLLECT-ONE-DISTRIBUTION-LINE
               UNTIL DISTRIBUTION-AT-END = "Y".

      * A line another company carries is that company's cost.
       COLLECT-ONE-DISTRIBUTION-LINE.
            READ DISTRIBUTION-FILE NEXT RECORD
               AT END MOVE "Y" TO DISTRIBUTION-AT-END.
            IF DISTRIBUTION-AT-END NOT = "Y"
                IF DIST-VOUCHER-NUMBER NOT = VOUCHER-NUMBER
                    MOVE "Y" TO DISTRIBUTION-AT-END
                ELSE
                    MOVE "Y" TO VOUCHER-HAS-LINES
                    IF DIST-COMPANY = ZERO OR
                          DIST-COMPANY = EXPORT-COMPANY
                        MOVE DIST-GL-CODE TO WORK-GL-CODE
                        MOVE DIST-AMOUNT TO WORK-GL-AMOUNT
                        PERFORM CHARGE-LINE-TO-A-RULE.

       CHARGE-LINE-TO-A-RULE.
            MOVE ZERO TO MATCHED-RULE.
            PERFORM MATCH-ONE-RULE
               VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX > RULE-COUNT
                  OR MATCHED-RULE NOT = ZERO.
            IF MATCHED-RULE NOT = ZERO
                PERFORM ADD-TO-RULE-SOURCES.

       MATCH-ONE-RULE.
            IF RULE-ALREADY-POSTED (RULE-INDEX) = "N" AND
                  (RULE-SOURCE-VENDOR (RULE-INDEX) = ZEROES OR
                   RULE-SOURCE-VENDOR (RULE-INDEX) = VOUCHER-VENDOR)
                  AND
                  (RULE-SOURCE-GL-CODE (RULE-INDEX) = SPACES OR
                   RULE-SOURCE-GL-CODE (RULE-INDEX) = WORK-GL-CODE)
                MOVE "N" TO LINE-IS-A-TARGET
                PERFORM CHECK-ONE-TARGET-CODE
                   VARYING TARGET-INDEX FROM 1 BY 1
                   UNTIL TARGET-INDEX > RULE-TARGET-COUNT (RULE-INDEX)
                IF LINE-IS-A-TARGET = "N"
                    MOVE RULE-INDEX TO MATCHED-RULE.

       CHECK-ONE-TARGET-CODE.
            IF RULE-TARGET-GL-CODE (RULE-INDEX TARGET-INDEX) =
                  WORK-GL-CODE
                MOVE "Y" TO LINE-IS-A-TARGET.

       ADD-TO-RULE-SOURCES.
            MOVE MATCHED-RULE TO RULE-INDEX.
            MOVE ZERO TO SOURCE-SLOT.
            PERFORM FIND-SOURCE-SLOT
               VARYING SOURCE-INDEX FROM 1 BY 1
               UNTIL SOURCE-INDEX > RULE-SOURCE-COUNT (RULE-INDEX)
                  OR SOURCE-SLOT NOT = ZERO.
            IF SOURCE-SLOT = ZERO
                IF RULE-SOURCE-COUNT (RULE-INDEX) = 10
                    MOVE "Y" TO EXPORT-ERROR
                    DISPLAY "RULE " RULE-CODE (RULE-INDEX)
                       " - TOO MANY SOURCE GL CODES"
                ELSE
                    ADD 1 TO RULE-SOURCE-COUNT (RULE-INDEX)
                    MOVE RULE-SOURCE-COUNT (RULE-INDEX) TO SOURCE-SLOT
                    MOVE WORK-GL-CODE
                       TO RULE-SOURCE-CODE (RULE-INDEX SOURCE-SLOT)
                    MOVE ZERO
                       TO RULE-SOURCE-AMOUNT (RULE-INDEX SOURCE-SLOT).
            IF SOURCE-SLOT NOT = ZERO
                ADD WORK-GL-AMOUNT
                   TO RULE-SOURCE-AMOUNT (RULE-INDEX SOURCE-SLOT)
                ADD WORK-GL-AMOUNT TO RULE-COST (RULE-INDEX).

       FIND-SOURCE-SLOT.
            IF RULE-SOURCE-CODE (RULE-INDEX SOURCE-INDEX) =
                  WORK-GL-CODE
                MOVE SOURCE-INDEX TO SOURCE-SLOT.

      *--------------------------------
      * SHARE EACH RULE'S COST
      *--------------------------------
       SHARE-ONE-RULE.
            IF RULE-ALREADY-POSTED (RULE-INDEX) = "N" AND
                  RULE-COST (RULE-INDEX) NOT = ZERO
                PERFORM FIGURE-THE-DRIVERS
                PERFORM CHECK-THE-DRIVER-TOTAL
                IF RULE-DRIVER-TOTAL (RULE-INDEX) NOT = ZERO
                    ADD 1 TO RULES-WITH-COST
                    MOVE ZERO TO SHARED-SO-FAR
                    PERFORM FIGURE-ONE-SHARE
                       VARYING TARGET-INDEX FROM 1 BY 1
                       UNTIL TARGET-INDEX >
                          RULE-TARGET-COUNT (RULE-INDEX)
                    PERFORM CREDIT-ONE-SOURCE
                       VARYING SOURCE-INDEX FROM 1 BY 1
                       UNTIL SOURCE-INDEX >
                          RULE-SOURCE-COUNT (RULE-INDEX).

      * The headcount is today's directory; the percent is the
      * rule's own. The last target with any driver at all takes
      * the rounding pennies.
       FIGURE-THE-DRIVERS.
            MOVE ZERO TO LAST-DRIVEN-TARGET.
            PERFORM FIGURE-ONE-DRIVER
               VARYING TARGET-INDEX FROM 1 BY 1
               UNTIL TARGET-INDEX > RULE-TARGET-COUNT (RULE-INDEX).

       FIGURE-ONE-DRIVER.
            IF RULE-DRIVER (RULE-INDEX) = "H"
                PERFORM LOOK-UP-THE-HEADCOUNT
            ELSE
                MOVE RULE-TARGET-PERCENT (RULE-INDEX TARGET-INDEX)
                   TO RULE-TARGET-DRIVER (RULE-INDEX TARGET-INDEX).
            ADD RULE-TARGET-DRIVER (RULE-INDEX TARGET-INDEX)
               TO RULE-DRIVER-TOTAL (RULE-INDEX).
            IF RULE-TARGET-DRIVER (RULE-INDEX TARGET-INDEX)
                  NOT = ZERO
                MOVE TARGET-INDEX TO LAST-DRIVEN-TARGET.

       LOOK-UP-THE-HEADCOUNT.
            MOVE ZERO TO RULE-TARGET-DRIVER (RULE-INDEX TARGET-INDEX).
            PERFORM TAKE-ONE-HEADCOUNT
               VARYING HEADCOUNT-INDEX FROM 1 BY 1
               UNTIL HEADCOUNT-INDEX > HEADCOUNT-ENTRY-COUNT.

       TAKE-ONE-HEADCOUNT.
            IF HEADCOUNT-DEPARTMENT (HEADCOUNT-INDEX) =
                  RULE-TARGET-DEPARTMENT (RULE-INDEX TARGET-INDEX)
                MOVE HEADCOUNT-PEOPLE (HEADCOUNT-INDEX)
                   TO RULE-TARGET-DRIVER (RULE-INDEX TARGET-INDEX).

      * A cost with nobody to carry it, or fixed percents that no
      * longer come to 100, stops the run rather than leave part
      * of the overhead unallocated.
       CHECK-THE-DRIVER-TOTAL.
            IF RULE-DRIVER-TOTAL (RULE-INDEX) = ZERO
                MOVE "Y" TO EXPORT-ERROR
                DISPLAY "RULE " RULE-CODE (RULE-INDEX)
                   " - NO HEADCOUNT IN ANY TARGET DEPARTMENT"
            ELSE
                IF RULE-DRIVER (RULE-INDEX) = "P" AND
                      RULE-DRIVER-TOTAL (RULE-INDEX) NOT = 100
                    MOVE "Y" TO EXPORT-ERROR
                    DISPLAY "RULE " RULE-CODE (RULE-INDEX)
                       " - PERCENTS DO NOT TOTAL 100".

       FIGURE-ONE-SHARE.
            COMPUTE RULE-TARGET-PERCENT-USED (RULE-INDEX TARGET-INDEX)
               ROUNDED =
               RULE-TARGET-DRIVER (RULE-INDEX TARGET-INDEX) * 100
                  / RULE-DRIVER-TOTAL (RULE-INDEX).
            IF TARGET-INDEX = LAST-DRIVEN-TARGET
                COMPUTE RULE-TARGET-SHARE (RULE-INDEX TARGET-INDEX) =
                   RULE-COST (RULE-INDEX) - SHARED-SO-FAR
            ELSE
                COMPUTE RULE-TARGET-SHARE (RULE-INDEX TARGET-INDEX)
                   ROUNDED =
                   RULE-COST (RULE-INDEX)
                 * RULE-TARGET-DRIVER (RULE-INDEX TARGET-INDEX)
                 / RULE-DRIVER-TOTAL (RULE-INDEX).
            ADD RULE-TARGET-SHARE (RULE-INDEX TARGET-INDEX)
               TO SHARED-SO-FAR.
            IF RULE-TARGET-SHARE (RULE-INDEX TARGET-INDEX) NOT = ZERO
                MOVE RULE-TARGET-GL-CODE (RULE-INDEX TARGET-INDEX)
                   TO WORK-GL-CODE
                MOVE RULE-TARGET-SHARE (RULE-INDEX TARGET-INDEX)
                   TO WORK-GL-AMOUNT
                PERFORM ADD-TO-CHARGE-TABLE.

       CREDIT-ONE-SOURCE.
            MOVE RULE-SOURCE-CODE (RULE-INDEX SOURCE-INDEX)
               TO WORK-GL-CODE.
            MOVE RULE-SOURCE-AMOUNT (RULE-INDEX SOURCE-INDEX)
               TO WORK-GL-AMOUNT.
            PERFORM ADD-TO-OVERHEAD-TABLE.

       ADD-TO-CHARGE-TABLE.
            MOVE ZERO TO GL-SLOT.
            PERFORM FIND-CHARGE-SLOT
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > CHARGE-ENTRY-COUNT
                  OR GL-SLOT NOT = ZERO.
            IF GL-SLOT = ZERO
                IF CHARGE-ENTRY-COUNT = 50
                    MOVE "Y" TO EXPORT-ERROR
                    DISPLAY "CHARGE TABLE FULL - TOO MANY GL CODES"
                ELSE
                    ADD 1 TO CHARGE-ENTRY-COUNT
                    MOVE CHARGE-ENTRY-COUNT TO GL-SLOT
                    MOVE WORK-GL-CODE TO CHARGE-GL-CODE (GL-SLOT)
                    MOVE ZERO TO CHARGE-AMOUNT (GL-SLOT).
            IF GL-SLOT NOT = ZERO
                ADD WORK-GL-AMOUNT TO CHARGE-AMOUNT (GL-SLOT)
                ADD WORK-GL-AMOUNT TO CHARGE-TOTAL.

       FIND-CHARGE-SLOT.
            IF CHARGE-GL-CODE (GL-INDEX) = WORK-GL-CODE
                MOVE GL-INDEX TO GL-SLOT.

       ADD-TO-OVERHEAD-TABLE.
            MOVE ZERO TO GL-SLOT.
            PERFORM FIND-OVERHEAD-SLOT
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > OVERHEAD-ENTRY-COUNT
                  OR GL-SLOT NOT = ZERO.
            IF GL-SLOT = ZERO
                IF OVERHEAD-ENTRY-COUNT = 50
                    MOVE "Y" TO EXPORT-ERROR
                    DISPLAY "OVERHEAD TABLE FULL - TOO MANY GL CODES"
                ELSE
                    ADD 1 TO OVERHEAD-ENTRY-COUNT
                    MOVE OVERHEAD-ENTRY-COUNT TO GL-SLOT
                    MOVE WORK-GL-CODE TO OVERHEAD-GL-CODE (GL-SLOT)
                    MOVE ZERO TO OVERHEAD-AMOUNT (GL-SLOT).
            IF GL-SLOT NOT = ZERO
                ADD WORK-GL-AMOUNT TO OVERHEAD-AMOUNT (GL-SLOT)
                ADD WORK-GL-AMOUNT TO OVERHEAD-TOTAL.

       FIND-OVERHEAD-SLOT.
            IF OVERHEAD-GL-CODE (GL-INDEX) = WORK-GL-CODE
                MOVE GL-INDEX TO GL-SLOT.

      *--------------------------------
      * PROVE BEFORE WRITING
      *--------------------------------
      * Re-add both tables independently: each must agree with its
      * running total, and the two sides with each other.
       PROVE-THE-BATCH.
            IF EXPORT-ERROR = "Y"
                DISPLAY "ERRORS FOUND WHILE ACCUMULATING".
            MOVE ZERO TO PROOF-TOTAL.
            PERFORM ADD-CHARGE-PROOF
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > CHARGE-ENTRY-COUNT.
            IF PROOF-TOTAL NOT = CHARGE-TOTAL
                MOVE "Y" TO EXPORT-ERROR
                DISPLAY "DEPARTMENT SIDE DOES NOT FOOT".
            MOVE ZERO TO PROOF-TOTAL.
            PERFORM ADD-OVERHEAD-PROOF
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > OVERHEAD-ENTRY-COUNT.
            IF PROOF-TOTAL NOT = OVERHEAD-TOTAL
                MOVE "Y" TO EXPORT-ERROR
                DISPLAY "OVERHEAD SIDE DOES NOT FOOT".
            IF CHARGE-TOTAL NOT = OVERHEAD-TOTAL
                MOVE "Y" TO EXPORT-ERROR
                DISPLAY "ALLOCATION BATCH OUT OF BALANCE".

       ADD-CHARGE-PROOF.
            ADD CHARGE-AMOUNT (GL-INDEX) TO PROOF-TOTAL.

       ADD-OVERHEAD-PROOF.
            ADD OVERHEAD-AMOUNT (GL-INDEX) TO PROOF-TOTAL.

      *--------------------------------
      * WRITE THE EXPORT FILE
      *--------------------------------
       WRITE-THE-EXPORT-FILE.
            OPEN OUTPUT GL-EXPORT-FILE.
            MOVE EXPORT-COMPANY TO EXPORT-DETAIL-COMPANY.
            MOVE 9 TO EXPORT-HEADER-BATCH.
            MOVE "ALLOCATE" TO EXPORT-HEADER-NAME.
            MOVE RANGE-START-DATE TO EXPORT-HEADER-START.
            MOVE RANGE-END-DATE TO EXPORT-HEADER-END.
            MOVE EXPORT-HEADER-LINE TO GL-EXPORT-RECORD.
            PERFORM WRITE-EXPORT-RECORD.
            MOVE 9 TO EXPORT-DETAIL-BATCH.
            MOVE ZERO TO EXPORT-DEBIT-COLUMN.
            MOVE ZERO TO EXPORT-CREDIT-COLUMN.
            PERFORM WRITE-ONE-CHARGE-DETAIL
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > CHARGE-ENTRY-COUNT.
            PERFORM WRITE-ONE-OVERHEAD-DETAIL
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > OVERHEAD-ENTRY-COUNT.
            MOVE 9 TO EXPORT-TOTAL-BATCH.
            MOVE EXPORT-DEBIT-COLUMN TO EXPORT-TOTAL-DEBITS.
            MOVE EXPORT-CREDIT-COLUMN TO EXPORT-TOTAL-CREDITS.
            MOVE EXPORT-TOTAL-LINE TO GL-EXPORT-RECORD.
            PERFORM WRITE-EXPORT-RECORD.
            MOVE EXPORT-DEBIT-COLUMN TO BATCH-DEBITS-TOTAL.
            MOVE EXPORT-CREDIT-COLUMN TO BATCH-CREDITS-TOTAL.
            CLOSE GL-EXPORT-FILE.
            PERFORM REGISTER-THE-GL-EXPORT.

       WRITE-ONE-CHARGE-DETAIL.
            MOVE CHARGE-GL-CODE (GL-INDEX) TO EXPORT-DETAIL-GL-CODE.
            MOVE CHARGE-AMOUNT (GL-INDEX) TO SIGNED-EXPORT-AMOUNT.
            PERFORM POST-DEBIT-SIDE-AMOUNT.
            MOVE EXPORT-DETAIL-LINE TO GL-EXPORT-RECORD.
            PERFORM WRITE-EXPORT-RECORD.

       WRITE-ONE-OVERHEAD-DETAIL.
            MOVE OVERHEAD-GL-CODE (GL-INDEX) TO EXPORT-DETAIL-GL-CODE.
            MOVE OVERHEAD-AMOUNT (GL-INDEX) TO SIGNED-EXPORT-AMOUNT.
            PERFORM POST-CREDIT-SIDE-AMOUNT.
            MOVE EXPORT-DETAIL-LINE TO GL-EXPORT-RECORD.
            PERFORM WRITE-EXPORT-RECORD.

      * A month whose credit memos outweigh its bills allocates
      * negative - its absolute value posts in the opposite
      * column, as in glexp01.cbl.
       POST-DEBIT-SIDE-AMOUNT.
            IF SIGNED-EXPORT-AMOUNT NOT < ZERO
                COMPUTE AMOUNT-IN-CENTS =
                   SIGNED-EXPORT-AMOUNT * 100
                MOVE AMOUNT-IN-CENTS TO EXPORT-DETAIL-DEBIT
                MOVE ZERO TO EXPORT-DETAIL-CREDIT
                ADD AMOUNT-IN-CENTS TO EXPORT-DEBIT-COLUMN
            ELSE
                COMPUTE AMOUNT-IN-CENTS =
                   SIGNED-EXPORT-AMOUNT * -100
                MOVE ZERO TO EXPORT-DETAIL-DEBIT
                MOVE AMOUNT-IN-CENTS TO EXPORT-DETAIL-CREDIT
                ADD AMOUNT-IN-CENTS TO EXPORT-CREDIT-COLUMN.

       POST-CREDIT-SIDE-AMOUNT.
            IF SIGNED-EXPORT-AMOUNT NOT < ZERO
                COMPUTE AMOUNT-IN-CENTS =
                   SIGNED-EXPORT-AMOUNT * 100
                MOVE ZERO TO EXPORT-DETAIL-DEBIT
                MOVE AMOUNT-IN-CENTS TO EXPORT-DETAIL-CREDIT
                ADD AMOUNT-IN-CENTS TO EXPORT-CREDIT-COLUMN
            ELSE
                COMPUTE AMOUNT-IN-CENTS =
                   SIGNED-EXPORT-AMOUNT * -100
                MOVE AMOUNT-IN-CENTS TO EXPORT-DETAIL-DEBIT
                MOVE ZERO TO EXPORT-DETAIL-CREDIT
                ADD AMOUNT-IN-CENTS TO EXPORT-DEBIT-COLUMN.

       WRITE-EXPORT-RECORD.
            WRITE GL-EXPORT-RECORD.
            ADD 1 TO EXPORT-RECORD-COUNT.
            IF GL-EXPORT-RECORD (1 : 2) = "T,"
                ADD EXPORT-TOTAL-DEBITS TO EXPORT-HASH-CENTS.

      * The file goes on the transmission log with its record
      * count and the batches' total debits as the hash.
       REGISTER-THE-GL-EXPORT.
            MOVE "GLEXPORT" TO XMIT-FILE-NAME.
            MOVE "ALCEXP01" TO XMIT-PROGRAM.
            MOVE "BATCH" TO XMIT-BUILT-BY.
            MOVE EXPORT-RECORD-COUNT TO XMIT-RECORD-COUNT.
            COMPUTE XMIT-HASH-TOTAL = EXPORT-HASH-CENTS / 100.
            PERFORM REGISTER-THE-TRANSMISSION.
            MOVE ZERO TO EXPORT-RECORD-COUNT.
            MOVE ZERO TO EXPORT-HASH-CENTS.

      *--------------------------------
      * BATCH RECORD AND POSTINGS
      *--------------------------------
      * The number draw rides the shared lock-retry protocol off
      * company 1's control record, like every other series.
       CREATE-THE-BATCH-RECORD.
            MOVE 1 TO CONTROL-KEY.
            PERFORM READ-CONTROL-WITH-RETRY.
            ADD 1 TO CONTROL-LAST-GLBATCH.
            MOVE CONTROL-LAST-GLBATCH TO CURRENT-GL-BATCH.
            PERFORM REWRITE-CONTROL-WITH-RETRY.
            ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
            MOVE CURRENT-GL-BATCH TO GLBAT-NUMBER.
            MOVE EXPORT-COMPANY TO GLBAT-COMPANY.
            MOVE RANGE-START-DATE TO GLBAT-START-DATE.
            MOVE RANGE-END-DATE TO GLBAT-END-DATE.
            MOVE STAMP-DATE TO GLBAT-BUILT-DATE.
            MOVE "B" TO GLBAT-STATUS.
            MOVE STAMP-DATE TO GLBAT-STATUS-DATE.
            MOVE BATCH-DEBITS-TOTAL TO GLBAT-TOTAL-DEBITS.
            MOVE BATCH-CREDITS-TOTAL TO GLBAT-TOTAL-CREDITS.
            MOVE "A" TO GLBAT-SOURCE.
            WRITE GL-BATCH-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING GL BATCH RECORD".

      * Each shared rule's department debits, then the overhead
      * credits, numbered in one sequence under the rule.
       POST-ONE-RULE.
            IF RULE-ALREADY-POSTED (RULE-INDEX) = "N" AND
                  RULE-COST (RULE-INDEX) NOT = ZERO
                MOVE ZERO TO POSTING-SEQUENCE
                PERFORM POST-ONE-DEPARTMENT-SHARE
                   VARYING TARGET-INDEX FROM 1 BY 1
                   UNTIL TARGET-INDEX > RULE-TARGET-COUNT (RULE-INDEX)
                PERFORM POST-ONE-OVERHEAD-CREDIT
                   VARYING SOURCE-INDEX FROM 1 BY 1
                   UNTIL SOURCE-INDEX > RULE-SOURCE-COUNT (RULE-INDEX)
                PERFORM STAMP-THE-RULE
                ADD 1 TO RULES-POSTED.

       POST-ONE-DEPARTMENT-SHARE.
            IF RULE-TARGET-SHARE (RULE-INDEX TARGET-INDEX) NOT = ZERO
                PERFORM INIT-THE-POSTING
                MOVE "D" TO ALCP-SIDE
                MOVE RULE-TARGET-GL-CODE (RULE-INDEX TARGET-INDEX)
                   TO ALCP-GL-CODE
                MOVE RULE-TARGET-DEPARTMENT (RULE-INDEX TARGET-INDEX)
                   TO ALCP-DEPARTMENT
                IF RULE-DRIVER (RULE-INDEX) = "H"
                    MOVE RULE-TARGET-DRIVER (RULE-INDEX TARGET-INDEX)
                       TO ALCP-DRIVER-COUNT
                END-IF
                MOVE RULE-TARGET-PERCENT-USED (RULE-INDEX TARGET-INDEX)
                   TO ALCP-PERCENT
                MOVE RULE-TARGET-SHARE (RULE-INDEX TARGET-INDEX)
                   TO ALCP-AMOUNT
                PERFORM WRITE-THE-POSTING.

       POST-ONE-OVERHEAD-CREDIT.
            PERFORM INIT-THE-POSTING.
            MOVE "C" TO ALCP-SIDE.
            MOVE RULE-SOURCE-CODE (RULE-INDEX SOURCE-INDEX)
               TO ALCP-GL-CODE.
            MOVE RULE-SOURCE-AMOUNT (RULE-INDEX SOURCE-INDEX)
               TO ALCP-AMOUNT.
            PERFORM WRITE-THE-POSTING.

       INIT-THE-POSTING.
            ADD 1 TO POSTING-SEQUENCE.
            MOVE ALLOCATE-MONTH TO ALCP-MONTH.
            MOVE EXPORT-COMPANY TO ALCP-COMPANY.
            MOVE RULE-CODE (RULE-INDEX) TO ALCP-RULE-CODE.
            MOVE POSTING-SEQUENCE TO ALCP-SEQUENCE.
            MOVE SPACES TO ALCP-DEPARTMENT.
            MOVE ZERO TO ALCP-DRIVER-COUNT.
            MOVE ZERO TO ALCP-PERCENT.
            MOVE CURRENT-GL-BATCH TO ALCP-GL-BATCH.
            MOVE STAMP-DATE TO ALCP-POSTED-DATE.

       WRITE-THE-POSTING.
            WRITE ALLOCATION-POSTING-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING ALLOCATION POSTING "
                  ALCP-RULE-CODE "/" ALCP-SEQUENCE.

       STAMP-THE-RULE.
            MOVE EXPORT-COMPANY TO ALCR-COMPANY.
            MOVE RULE-CODE (RULE-INDEX) TO ALCR-RULE-CODE.
            READ ALLOCATION-RULE-FILE RECORD
               INVALID KEY
               DISPLAY "ALLOCATION RULE " ALCR-RULE-CODE
                  " NOT ON FILE"
               NOT INVALID KEY
               MOVE ALLOCATE-MONTH TO ALCR-LAST-MONTH
               REWRITE ALLOCATION-RULE-RECORD
                  INVALID KEY
                  DISPLAY "ERROR REWRITING ALLOCATION RULE"
               END-REWRITE
            END-READ.

      *--------------------------------
      * THE ALLOCATION REPORT
      *--------------------------------
       PRINT-THE-REPORT.
            MOVE "ALCEXP01" TO SPOOL-NAME-REPORT-ID.
            MOVE "SHARED-COST ALLOCATION" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.
            MOVE TITLE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE EXPORT-COMPANY TO RUN-COMPANY.
            MOVE ALLOCATE-MONTH TO RUN-MONTH.
            IF CURRENT-GL-BATCH = ZERO
                MOVE "NOT POSTED" TO RUN-BATCH
            ELSE
                MOVE CURRENT-GL-BATCH TO RUN-BATCH.
            MOVE RUN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "PEOPLE IN THE PHONE DIRECTORY: " DIRECTORY-PEOPLE
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            PERFORM PRINT-ONE-RULE
               VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX > RULE-COUNT.
            MOVE CHARGE-TOTAL TO AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "TOTAL CHARGED TO DEPARTMENTS: " AMOUNT-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE OVERHEAD-TOTAL TO AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "TOTAL CREDITED TO OVERHEAD:   " AMOUNT-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF EXPORT-ERROR = "Y"
                PERFORM LINE-FEED
                MOVE "ALLOCATION STOPPED - NOTHING POSTED, NO FILE"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            CLOSE PRINTER-FILE.

       PRINT-ONE-RULE.
            MOVE RULE-CODE (RULE-INDEX) TO PRINT-RULE-CODE.
            MOVE RULE-DESCRIPTION (RULE-INDEX)
               TO PRINT-RULE-DESCRIPTION.
            IF RULE-DRIVER (RULE-INDEX) = "H"
                MOVE "DRIVER HEADCOUNT" TO PRINT-RULE-DRIVER
            ELSE
                MOVE "DRIVER FIXED PERCENT" TO PRINT-RULE-DRIVER.
            MOVE RULE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF RULE-SOURCE-VENDOR (RULE-INDEX) = ZEROES
                MOVE "ANY" TO PRINT-SOURCE-VENDOR
            ELSE
                MOVE RULE-SOURCE-VENDOR (RULE-INDEX)
                   TO VENDOR-NUMBER-FIELD
                MOVE VENDOR-NUMBER-FIELD TO PRINT-SOURCE-VENDOR.
            IF RULE-SOURCE-GL-CODE (RULE-INDEX) = SPACES
                MOVE "ANY" TO PRINT-SOURCE-GL-CODE
            ELSE
                MOVE RULE-SOURCE-GL-CODE (RULE-INDEX)
                   TO PRINT-SOURCE-GL-CODE.
            MOVE SOURCE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF RULE-ALREADY-POSTED (RULE-INDEX) = "Y"
                MOVE SPACES TO PRINTER-RECORD
                STRING "   ALREADY ALLOCATED FOR " ALLOCATE-MONTH
                   " - SKIPPED"
                   DELIMITED BY SIZE INTO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER
            ELSE
                IF RULE-COST (RULE-INDEX) = ZERO
                    MOVE "   NO QUALIFYING VOUCHERS THIS MONTH"
                       TO PRINTER-RECORD
                    PERFORM WRITE-TO-PRINTER
                ELSE
                    PERFORM PRINT-THE-RULE-DETAIL.
            PERFORM LINE-FEED.

       PRINT-THE-RULE-DETAIL.
            PERFORM PRINT-ONE-CREDIT-LINE
               VARYING SOURCE-INDEX FROM 1 BY 1
               UNTIL SOURCE-INDEX > RULE-SOURCE-COUNT (RULE-INDEX).
            MOVE COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM PRINT-ONE-TARGET-LINE
               VARYING TARGET-INDEX FROM 1 BY 1
               UNTIL TARGET-INDEX > RULE-TARGET-COUNT (RULE-INDEX).
            MOVE RULE-DRIVER-TOTAL (RULE-INDEX) TO PRINT-DRIVER-TOTAL.
            MOVE RULE-COST (RULE-INDEX) TO PRINT-RULE-ALLOCATED.
            MOVE RULE-TOTAL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-CREDIT-LINE.
            MOVE RULE-SOURCE-CODE (RULE-INDEX SOURCE-INDEX)
               TO PRINT-CREDIT-GL-CODE.
            MOVE RULE-SOURCE-AMOUNT (RULE-INDEX SOURCE-INDEX)
               TO PRINT-CREDIT-AMOUNT.
            MOVE CREDIT-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-TARGET-LINE.
            MOVE RULE-TARGET-DEPARTMENT (RULE-INDEX TARGET-INDEX)
               TO PRINT-DEPARTMENT.
            MOVE RULE-TARGET-GL-CODE (RULE-INDEX TARGET-INDEX)
               TO PRINT-TARGET-GL-CODE.
            IF RULE-DRIVER (RULE-INDEX) = "H"
                MOVE RULE-TARGET-DRIVER (RULE-INDEX TARGET-INDEX)
                   TO HEADCOUNT-FIELD
                MOVE HEADCOUNT-FIELD TO PRINT-HEADCOUNT
            ELSE
                MOVE SPACES TO PRINT-HEADCOUNT.
            MOVE RULE-TARGET-PERCENT-USED (RULE-INDEX TARGET-INDEX)
               TO PRINT-PERCENT.
            MOVE RULE-TARGET-SHARE (RULE-INDEX TARGET-INDEX)
               TO PRINT-SHARE.
            MOVE TARGET-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       READ-NEXT-RULE-RECORD.
            READ ALLOCATION-RULE-FILE NEXT RECORD
               AT END MOVE "Y" TO RULE-FILE-AT-END.

       READ-NEXT-POSTING-RECORD.
            READ ALLOCATION-POSTING-FILE NEXT RECORD
               AT END MOVE "Y" TO POSTING-FILE-AT-END.

       READ-NEXT-VOUCHER-RECORD.
            READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-FILE-AT-END.

       READ-NEXT-PHONE-RECORD.
            READ PHONE-FILE NEXT RECORD
               AT END MOVE "Y" TO PHONE-FILE-AT-END.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "plctllck.cbl".
            COPY "pljrnl01.cbl".
            COPY "plnumval01.cbl".
            COPY "plxmit01.cbl".
            COPY "plspool01.cbl".
