      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Month-end prepaid amortization journal - the spreadsheet
      * the GL staff kept for every annual premium and subscription,
      * retired. For ONE company and an operator-entered month
      * (CCYYMM) every amortization schedule (fdamrt01.cbl) that
      * has months due through that month is given its share:
      *
      *   share to date = total * months elapsed / months,
      *   rounded, the whole total once the last month is reached,
      *   less what was already amortized
      *
      * so a schedule keyed late (or a month-end that was skipped)
      * catches up in one posting, the last month takes the
      * rounding pennies, and re-running a month finds nothing
      * left to do. The journal is one batch in the glexp01.cbl
      * export shape:
      *
      *   BATCH 8 (PREPAID) - debits each AMRT-EXPENSE-GL-CODE and
      *                       credits each prepaid asset code (the
      *                       line's own coding) for the month's
      *                       amortization.
      *
      * Both sides are accumulated in tables and PROVED before one
      * byte is written; any failure stops the run with RETURN-CODE
      * 8 and no file. A good run is numbered and recorded in the
      * GL batch lifecycle (fdglbat.cbl, source "P") and each
      * schedule's posting is written to fdamrp01.cbl carrying the
      * batch number - glbat01.cbl rebuilds a rejected batch from
      * those postings.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. amrexp01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slamrt01.cbl".
            COPY "slamrp01.cbl".
            COPY "slglbat.cbl".
            COPY "slcontrol.cbl".
            COPY "slcmpny.cbl".
            COPY "sljrnl01.cbl".
            COPY "slxmit01.cbl".

            SELECT OPTIONAL GL-EXPORT-FILE
               ASSIGN TO "GLEXPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdamrt01.cbl".
            COPY "fdamrp01.cbl".
            COPY "fdglbat.cbl".
            COPY "fdcontrol.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdxmit01.cbl".

       FD   GL-EXPORT-FILE
            LABEL RECORDS ARE STANDARD.
       01   GL-EXPORT-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsctllck.cbl".

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

      * Expense debits by AMRT-EXPENSE-GL-CODE.
       01   EXPENSE-TABLE.
            05 EXPENSE-ENTRY OCCURS 50 TIMES.
               10 EXPENSE-GL-CODE         PIC X(6).
               10 EXPENSE-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       77   EXPENSE-ENTRY-COUNT           PIC 99 VALUE ZERO.
       77   EXPENSE-TOTAL                 PIC S9(9)V99 VALUE ZERO.

      * Prepaid asset credits by AMRT-PREPAID-GL-CODE.
       01   PREPAID-TABLE.
            05 PREPAID-ENTRY OCCURS 50 TIMES.
               10 PREPAID-GL-CODE         PIC X(6).
               10 PREPAID-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       77   PREPAID-ENTRY-COUNT           PIC 99 VALUE ZERO.
       77   PREPAID-TOTAL                 PIC S9(9)V99 VALUE ZERO.

       77   GL-INDEX                      PIC 99.
       77   GL-SLOT                       PIC 99.
       77   WORK-GL-CODE                  PIC X(6).
       77   WORK-GL-AMOUNT                PIC S9(6)V99.
       77   PROOF-TOTAL                   PIC S9(9)V99 VALUE ZERO.
       77   EXPORT-ERROR                  PIC X VALUE "N".
       77   EXPORT-BLOCKED                PIC X VALUE "N".
       77   EXPORT-COMPANY                PIC 9 VALUE 1.
       77   SCHEDULE-FILE-AT-END          PIC X.
       77   AMOUNT-IN-CENTS               PIC 9(11).
       77   SIGNED-EXPORT-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       77   EXPORT-DEBIT-COLUMN           PIC 9(11) VALUE ZERO.
       77   EXPORT-CREDIT-COLUMN          PIC 9(11) VALUE ZERO.
       77   EXPORT-RECORD-COUNT           PIC 9(7) VALUE ZERO.
       77   EXPORT-HASH-CENTS             PIC 9(13) VALUE ZERO.

      * The month being closed and its first and last days.
       01   AMORTIZE-MONTH                PIC 9(6).
       01   AMORTIZE-MONTH-PARTS REDEFINES AMORTIZE-MONTH.
            05 AMORTIZE-CCYY              PIC 9(4).
            05 AMORTIZE-MM                PIC 99.
       01   NEXT-MONTH-FIRST.
            05 NEXT-MONTH-CCYY            PIC 9(4).
            05 NEXT-MONTH-MM              PIC 99.
            05 NEXT-MONTH-DD              PIC 99 VALUE 1.
       01   NEXT-MONTH-FIRST-DATE REDEFINES NEXT-MONTH-FIRST
                                          PIC 9(8).
       77   MONTH-END-INTEGER             PIC 9(7).
       77   RANGE-START-DATE              PIC 9(8).
       77   RANGE-END-DATE                PIC 9(8).

      * One schedule's due share.
       01   SCHEDULE-START-PARTS.
            05 SCHEDULE-START-CCYY        PIC 9(4).
            05 SCHEDULE-START-MM          PIC 99.
       77   MONTHS-ELAPSED                PIC S9(5).
       77   MONTHS-NOW-COVERED            PIC 9(3).
       77   SHARE-TO-DATE                 PIC S9(6)V99.
       77   SHARE-DUE                     PIC S9(6)V99.

       77   CURRENT-GL-BATCH              PIC 9(5) VALUE ZERO.
       77   BATCH-DEBITS-TOTAL            PIC 9(13) VALUE ZERO.
       77   BATCH-CREDITS-TOTAL           PIC 9(13) VALUE ZERO.
       77   STAMP-DATE                    PIC 9(8).
       77   SCHEDULES-DUE                 PIC 9(5) VALUE ZERO.
       77   SCHEDULES-POSTED              PIC 9(5) VALUE ZERO.
       77   AMOUNT-FIELD                  PIC ZZZ,ZZZ,ZZ9.99-.

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

            MOVE "N" TO SCHEDULE-FILE-AT-END.
            PERFORM READ-NEXT-SCHEDULE-RECORD.
            PERFORM ACCUMULATE-ONE-SCHEDULE
               UNTIL SCHEDULE-FILE-AT-END = "Y".

            IF SCHEDULES-DUE = ZERO
                DISPLAY "NOTHING TO AMORTIZE FOR " AMORTIZE-MONTH
                   " - NO FILE WRITTEN"
                PERFORM CLOSING-PROCEDURE
                PERFORM PROGRAM-DONE.

            PERFORM PROVE-THE-BATCH.
            IF EXPORT-ERROR = "Y"
                DISPLAY "EXPORT STOPPED - NO FILE WRITTEN"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM WRITE-THE-EXPORT-FILE
                PERFORM CREATE-THE-BATCH-RECORD
                PERFORM POST-THE-SCHEDULES
                MOVE EXPENSE-TOTAL TO AMOUNT-FIELD
                DISPLAY "PREPAID AMORTIZED THIS MONTH: " AMOUNT-FIELD
                DISPLAY "SCHEDULES POSTED: " SCHEDULES-POSTED
                DISPLAY "GL EXPORT WRITTEN AND IN BALANCE AS"
                DISPLAY "BATCH " CURRENT-GL-BATCH.

            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN I-O AMORTIZATION-FILE.
            OPEN I-O AMORTIZATION-POSTING-FILE.
            OPEN I-O GL-BATCH-FILE.
            OPEN I-O CONTROL-FILE.
            OPEN INPUT COMPANY-FILE.
            OPEN EXTEND JOURNAL-FILE.
            MOVE "AMREXP01" TO JOURNAL-PROGRAM-NAME.

       CLOSING-PROCEDURE.
            CLOSE AMORTIZATION-FILE.
            CLOSE AMORTIZATION-POSTING-FILE.
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
            PERFORM ACCEPT-AMORTIZE-MONTH.
            PERFORM ACCEPT-EXPORT-COMPANY.
            MOVE AMORTIZE-MONTH TO RANGE-START-DATE (1 : 6).
            MOVE "01" TO RANGE-START-DATE (7 : 2).
            IF AMORTIZE-MM = 12
                COMPUTE NEXT-MONTH-CCYY = AMORTIZE-CCYY + 1
                MOVE 1 TO NEXT-MONTH-MM
            ELSE
                MOVE AMORTIZE-CCYY TO NEXT-MONTH-CCYY
                COMPUTE NEXT-MONTH-MM = AMORTIZE-MM + 1.
            COMPUTE MONTH-END-INTEGER =
               FUNCTION INTEGER-OF-DATE (NEXT-MONTH-FIRST-DATE) - 1.
            COMPUTE RANGE-END-DATE =
               FUNCTION DATE-OF-INTEGER (MONTH-END-INTEGER).

       ACCEPT-AMORTIZE-MONTH.
            MOVE "ENTER MONTH TO AMORTIZE (CCYYMM)?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO AMORTIZE-MONTH.
            IF AMORTIZE-MM < 1 OR AMORTIZE-MM > 12 OR
                  AMORTIZE-CCYY < 1601
                DISPLAY "NOT A VALID CCYYMM MONTH"
                PERFORM ACCEPT-AMORTIZE-MONTH.

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
      * ACCUMULATE
      *--------------------------------
       ACCUMULATE-ONE-SCHEDULE.
            IF AMRT-COMPANY = EXPORT-COMPANY
                PERFORM FIGURE-THE-SHARE-DUE
                IF SHARE-DUE NOT = ZERO
                    ADD 1 TO SCHEDULES-DUE
                    MOVE AMRT-EXPENSE-GL-CODE TO WORK-GL-CODE
                    MOVE SHARE-DUE TO WORK-GL-AMOUNT
                    PERFORM ADD-TO-EXPENSE-TABLE
                    MOVE AMRT-PREPAID-GL-CODE TO WORK-GL-CODE
                    PERFORM ADD-TO-PREPAID-TABLE.
            PERFORM READ-NEXT-SCHEDULE-RECORD.

      * Months elapsed counts the start month itself, so a schedule
      * starting in the month being closed takes its first share.
      * Nothing is due before the start month or once every month
      * has been posted.
       FIGURE-THE-SHARE-DUE.
            MOVE ZERO TO SHARE-DUE.
            MOVE AMRT-START-MONTH TO SCHEDULE-START-PARTS.
            COMPUTE MONTHS-ELAPSED =
               (AMORTIZE-CCYY * 12 + AMORTIZE-MM)
             - (SCHEDULE-START-CCYY * 12 + SCHEDULE-START-MM) + 1.
            IF MONTHS-ELAPSED > AMRT-MONTHS
                MOVE AMRT-MONTHS TO MONTHS-ELAPSED.
            IF MONTHS-ELAPSED > AMRT-MONTHS-POSTED
                MOVE MONTHS-ELAPSED TO MONTHS-NOW-COVERED
                IF MONTHS-NOW-COVERED = AMRT-MONTHS
                    MOVE AMRT-TOTAL-AMOUNT TO SHARE-TO-DATE
                ELSE
                    COMPUTE SHARE-TO-DATE ROUNDED =
                       AMRT-TOTAL-AMOUNT * MONTHS-NOW-COVERED
                          / AMRT-MONTHS
                END-IF
                COMPUTE SHARE-DUE =
                   SHARE-TO-DATE - AMRT-AMORTIZED-AMOUNT.

       ADD-TO-EXPENSE-TABLE.
            MOVE ZERO TO GL-SLOT.
            PERFORM FIND-EXPENSE-SLOT
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > EXPENSE-ENTRY-COUNT
                  OR GL-SLOT NOT = ZERO.
            IF GL-SLOT = ZERO
                IF EXPENSE-ENTRY-COUNT = 50
                    MOVE "Y" TO EXPORT-ERROR
                    DISPLAY "EXPENSE TABLE FULL - TOO MANY GL CODES"
                ELSE
                    ADD 1 TO EXPENSE-ENTRY-COUNT
                    MOVE EXPENSE-ENTRY-COUNT TO GL-SLOT
                    MOVE WORK-GL-CODE TO EXPENSE-GL-CODE (GL-SLOT)
                    MOVE ZERO TO EXPENSE-AMOUNT (GL-SLOT).
            IF GL-SLOT NOT = ZERO
                ADD WORK-GL-AMOUNT TO EXPENSE-AMOUNT (GL-SLOT)
                ADD WORK-GL-AMOUNT TO EXPENSE-TOTAL.

       FIND-EXPENSE-SLOT.
            IF EXPENSE-GL-CODE (GL-INDEX) = WORK-GL-CODE
                MOVE GL-INDEX TO GL-SLOT.

       ADD-TO-PREPAID-TABLE.
            MOVE ZERO TO GL-SLOT.
            PERFORM FIND-PREPAID-SLOT
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > PREPAID-ENTRY-COUNT
                  OR GL-SLOT NOT = ZERO.
            IF GL-SLOT = ZERO
                IF PREPAID-ENTRY-COUNT = 50
                    MOVE "Y" TO EXPORT-ERROR
                    DISPLAY "PREPAID TABLE FULL - TOO MANY GL CODES"
                ELSE
                    ADD 1 TO PREPAID-ENTRY-COUNT
                    MOVE PREPAID-ENTRY-COUNT TO GL-SLOT
                    MOVE WORK-GL-CODE TO PREPAID-GL-CODE (GL-SLOT)
                    MOVE ZERO TO PREPAID-AMOUNT (GL-SLOT).
            IF GL-SLOT NOT = ZERO
                ADD WORK-GL-AMOUNT TO PREPAID-AMOUNT (GL-SLOT)
                ADD WORK-GL-AMOUNT TO PREPAID-TOTAL.

       FIND-PREPAID-SLOT.
            IF PREPAID-GL-CODE (GL-INDEX) = WORK-GL-CODE
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
            PERFORM ADD-EXPENSE-PROOF
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > EXPENSE-ENTRY-COUNT.
            IF PROOF-TOTAL NOT = EXPENSE-TOTAL
                MOVE "Y" TO EXPORT-ERROR
                DISPLAY "EXPENSE SIDE DOES NOT FOOT".
            MOVE ZERO TO PROOF-TOTAL.
            PERFORM ADD-PREPAID-PROOF
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > PREPAID-ENTRY-COUNT.
            IF PROOF-TOTAL NOT = PREPAID-TOTAL
                MOVE "Y" TO EXPORT-ERROR
                DISPLAY "PREPAID SIDE DOES NOT FOOT".
            IF EXPENSE-TOTAL NOT = PREPAID-TOTAL
                MOVE "Y" TO EXPORT-ERROR
                DISPLAY "PREPAID BATCH OUT OF BALANCE".

       ADD-EXPENSE-PROOF.
            ADD EXPENSE-AMOUNT (GL-INDEX) TO PROOF-TOTAL.

       ADD-PREPAID-PROOF.
            ADD PREPAID-AMOUNT (GL-INDEX) TO PROOF-TOTAL.

      *--------------------------------
      * WRITE THE EXPORT FILE
      *--------------------------------
       WRITE-THE-EXPORT-FILE.
            OPEN OUTPUT GL-EXPORT-FILE.
            MOVE EXPORT-COMPANY TO EXPORT-DETAIL-COMPANY.
            MOVE 8 TO EXPORT-HEADER-BATCH.
            MOVE "PREPAID" TO EXPORT-HEADER-NAME.
            MOVE RANGE-START-DATE TO EXPORT-HEADER-START.
            MOVE RANGE-END-DATE TO EXPORT-HEADER-END.
            MOVE EXPORT-HEADER-LINE TO GL-EXPORT-RECORD.
            PERFORM WRITE-EXPORT-RECORD.
            MOVE 8 TO EXPORT-DETAIL-BATCH.
            MOVE ZERO TO EXPORT-DEBIT-COLUMN.
            MOVE ZERO TO EXPORT-CREDIT-COLUMN.
            PERFORM WRITE-ONE-EXPENSE-DETAIL
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > EXPENSE-ENTRY-COUNT.
            PERFORM WRITE-ONE-PREPAID-DETAIL
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > PREPAID-ENTRY-COUNT.
            MOVE 8 TO EXPORT-TOTAL-BATCH.
            MOVE EXPORT-DEBIT-COLUMN TO EXPORT-TOTAL-DEBITS.
            MOVE EXPORT-CREDIT-COLUMN TO EXPORT-TOTAL-CREDITS.
            MOVE EXPORT-TOTAL-LINE TO GL-EXPORT-RECORD.
            PERFORM WRITE-EXPORT-RECORD.
            MOVE EXPORT-DEBIT-COLUMN TO BATCH-DEBITS-TOTAL.
            MOVE EXPORT-CREDIT-COLUMN TO BATCH-CREDITS-TOTAL.
            CLOSE GL-EXPORT-FILE.
            PERFORM REGISTER-THE-GL-EXPORT.

       WRITE-ONE-EXPENSE-DETAIL.
            MOVE EXPENSE-GL-CODE (GL-INDEX) TO EXPORT-DETAIL-GL-CODE.
            MOVE EXPENSE-AMOUNT (GL-INDEX) TO SIGNED-EXPORT-AMOUNT.
            PERFORM POST-DEBIT-SIDE-AMOUNT.
            MOVE EXPORT-DETAIL-LINE TO GL-EXPORT-RECORD.
            PERFORM WRITE-EXPORT-RECORD.

       WRITE-ONE-PREPAID-DETAIL.
            MOVE PREPAID-GL-CODE (GL-INDEX) TO EXPORT-DETAIL-GL-CODE.
            MOVE PREPAID-AMOUNT (GL-INDEX) TO SIGNED-EXPORT-AMOUNT.
            PERFORM POST-CREDIT-SIDE-AMOUNT.
            MOVE EXPORT-DETAIL-LINE TO GL-EXPORT-RECORD.
            PERFORM WRITE-EXPORT-RECORD.

      * A credit-memo schedule amortizes negative - its absolute
      * value posts in the opposite column, as in glexp01.cbl.
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
            MOVE "AMREXP01" TO XMIT-PROGRAM.
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
            MOVE "P" TO GLBAT-SOURCE.
            WRITE GL-BATCH-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING GL BATCH RECORD".

      * The same figuring as the accumulation, this time writing
      * the posting and moving the schedule forward, so the next
      * run finds nothing left for this month.
       POST-THE-SCHEDULES.
            MOVE ZEROES TO AMRT-KEY.
            MOVE "N" TO SCHEDULE-FILE-AT-END.
            START AMORTIZATION-FILE
               KEY IS NOT LESS THAN AMRT-KEY
               INVALID KEY
               MOVE "Y" TO SCHEDULE-FILE-AT-END.
            IF SCHEDULE-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-SCHEDULE-RECORD.
            PERFORM POST-ONE-SCHEDULE
               UNTIL SCHEDULE-FILE-AT-END = "Y".

       POST-ONE-SCHEDULE.
            IF AMRT-COMPANY = EXPORT-COMPANY
                PERFORM FIGURE-THE-SHARE-DUE
                IF SHARE-DUE NOT = ZERO
                    PERFORM WRITE-THE-POSTING
                    ADD SHARE-DUE TO AMRT-AMORTIZED-AMOUNT
                    MOVE MONTHS-NOW-COVERED TO AMRT-MONTHS-POSTED
                    MOVE AMORTIZE-MONTH TO AMRT-LAST-MONTH-POSTED
                    REWRITE AMORTIZATION-RECORD
                       INVALID KEY
                       DISPLAY "ERROR REWRITING AMORTIZATION RECORD"
                    END-REWRITE
                    ADD 1 TO SCHEDULES-POSTED.
            PERFORM READ-NEXT-SCHEDULE-RECORD.

       WRITE-THE-POSTING.
            MOVE AMRT-VOUCHER TO AMRP-VOUCHER.
            MOVE AMRT-LINE TO AMRP-LINE.
            MOVE AMORTIZE-MONTH TO AMRP-MONTH.
            MOVE AMRT-COMPANY TO AMRP-COMPANY.
            MOVE AMRT-PREPAID-GL-CODE TO AMRP-PREPAID-GL-CODE.
            MOVE AMRT-EXPENSE-GL-CODE TO AMRP-EXPENSE-GL-CODE.
            MOVE SHARE-DUE TO AMRP-AMOUNT.
            COMPUTE AMRP-MONTHS-COVERED =
               MONTHS-NOW-COVERED - AMRT-MONTHS-POSTED.
            MOVE CURRENT-GL-BATCH TO AMRP-GL-BATCH.
            MOVE STAMP-DATE TO AMRP-POSTED-DATE.
            WRITE AMORTIZATION-POSTING-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING AMORTIZATION POSTING "
                  AMRP-VOUCHER "/" AMRP-LINE.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       READ-NEXT-SCHEDULE-RECORD.
            READ AMORTIZATION-FILE NEXT RECORD
               AT END MOVE "Y" TO SCHEDULE-FILE-AT-END.

            COPY "plctllck.cbl".
            COPY "pljrnl01.cbl".
            COPY "plnumval01.cbl".
            COPY "plxmit01.cbl".
