      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Month-end lease journal - the lease accounting the GL staff
      * kept on a spreadsheet beside the rent vouchers. For ONE
      * company and an operator-entered month (CCYYMM) every lease
      * on the register (fdlease01.cbl) is brought up to that month
      * from its schedule (fdlsch01.cbl): every period in a month
      * after LEASE-LAST-MONTH-POSTED, through the month being
      * closed, not yet carrying a GL batch, is booked -
      *
      *   commencement (period 1)  Dr ROU asset     initial ROU
      *                            Cr liability     initial liability
      *                            Cr rent vouchers ROU adjustment
      *   interest                 Dr interest      Cr liability
      *   amortization             Dr amortization  Cr ROU accum amort
      *   rent paid                Dr liability     Cr rent vouchers
      *
      * so a lease keyed late (or a month-end that was skipped)
      * catches up in one run, and re-running a month finds nothing
      * left to do. The rent itself is vouchered by recgen01.cbl
      * from the lease's recurring template, and charged to
      * LEASE-PAYMENT-GL-CODE; the payments (fdpayhst.cbl) against
      * the lessor's vouchers invoiced "RC-tttt-" for that template,
      * live or archived, dated after LEASE-PAID-THROUGH-DATE, are
      * cleared out of that code into the liability. A lease whose
      * rent paid does not agree with the schedule's payments for
      * the months booked is listed for follow-up - the difference
      * stays in the liability until the rent catches up.
      * The journal is one batch in the glexp01.cbl export shape:
      *
      *   BATCH 1 (LEASE)
      *
      * Both sides are accumulated in tables and PROVED before one
      * byte is written; any failure stops the run with RETURN-CODE
      * 8 and no file. A good run is numbered and recorded in the
      * GL batch lifecycle (fdglbat.cbl, source "L"), each line is
      * written to fdlsep01.cbl carrying the batch number - glbat01
      * rebuilds a rejected batch from those postings - and the
      * schedule periods booked are stamped with it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lsejnl01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "sllease01.cbl".
            COPY "sllsch01.cbl".
            COPY "sllsep01.cbl".
            COPY "slvouch.cbl".
            COPY "slvchhst.cbl".
            COPY "slpayhst.cbl".
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
            COPY "fdlease01.cbl".
            COPY "fdlsch01.cbl".
            COPY "fdlsep01.cbl".
            COPY "fdvouch.cbl".
            COPY "fdvchhst.cbl".
            COPY "fdpayhst.cbl".
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

      * Debit lines by GL code.
       01   DEBIT-TABLE.
            05 DEBIT-ENTRY OCCURS 50 TIMES.
               10 DEBIT-GL-CODE           PIC X(6).
               10 DEBIT-AMOUNT            PIC S9(9)V99 VALUE ZERO.
       77   DEBIT-ENTRY-COUNT             PIC 99 VALUE ZERO.
       77   DEBIT-TOTAL                   PIC S9(9)V99 VALUE ZERO.

      * Credit lines by GL code.
       01   CREDIT-TABLE.
            05 CREDIT-ENTRY OCCURS 50 TIMES.
               10 CREDIT-GL-CODE          PIC X(6).
               10 CREDIT-AMOUNT           PIC S9(9)V99 VALUE ZERO.
       77   CREDIT-ENTRY-COUNT            PIC 99 VALUE ZERO.
       77   CREDIT-TOTAL                  PIC S9(9)V99 VALUE ZERO.

       77   GL-INDEX                      PIC 99.
       77   GL-SLOT                       PIC 99.
       77   WORK-GL-CODE                  PIC X(6).
       77   WORK-GL-AMOUNT                PIC S9(9)V99.
       77   WORK-SIDE                     PIC X.
       77   WORK-TYPE                     PIC X.
       77   WORK-PERIOD                   PIC 9(3).
       77   PROOF-TOTAL                   PIC S9(9)V99 VALUE ZERO.
       77   EXPORT-ERROR                  PIC X VALUE "N".
       77   EXPORT-BLOCKED                PIC X VALUE "N".
       77   EXPORT-COMPANY                PIC 9 VALUE 1.
       77   AMOUNT-IN-CENTS               PIC 9(11).
       77   SIGNED-EXPORT-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       77   EXPORT-DEBIT-COLUMN           PIC 9(11) VALUE ZERO.
       77   EXPORT-CREDIT-COLUMN          PIC 9(11) VALUE ZERO.
       77   EXPORT-RECORD-COUNT           PIC 9(7) VALUE ZERO.
       77   EXPORT-HASH-CENTS             PIC 9(13) VALUE ZERO.

      * Accumulating the tables, then posting the same lines.
       77   RUN-PHASE                     PIC X.
            88 ACCUMULATING-PHASE         VALUE "A".
            88 POSTING-PHASE              VALUE "P".

      * The month being closed and its first and last days.
       01   CLOSE-MONTH                   PIC 9(6).
       01   CLOSE-MONTH-PARTS REDEFINES CLOSE-MONTH.
            05 CLOSE-CCYY                 PIC 9(4).
            05 CLOSE-MM                   PIC 99.
       01   NEXT-MONTH-FIRST.
            05 NEXT-MONTH-CCYY            PIC 9(4).
            05 NEXT-MONTH-MM              PIC 99.
            05 NEXT-MONTH-DD              PIC 99 VALUE 1.
       01   NEXT-MONTH-FIRST-DATE REDEFINES NEXT-MONTH-FIRST
                                          PIC 9(8).
       77   MONTH-END-INTEGER             PIC 9(7).
       77   RANGE-START-DATE              PIC 9(8).
       77   RANGE-END-DATE                PIC 9(8).
       77   PAID-UPPER-DATE               PIC 9(8).

       01   COMMENCE-DATE-WORK            PIC 9(8).
       01   COMMENCE-DATE-PARTS REDEFINES COMMENCE-DATE-WORK.
            05 COMMENCE-MONTH             PIC 9(6).
            05 COMMENCE-DD                PIC 99.

      * The voucher invoice a lease's template generates, less the
      * period.
       01   LEASE-INVOICE-PREFIX.
            05 FILLER                     PIC X(3)  VALUE "RC-".
            05 PREFIX-TEMPLATE            PIC 9(4).
            05 FILLER                     PIC X(1)  VALUE "-".

      * One lease's share of the month.
       77   LEASE-IS-DUE                  PIC X.
       77   COMMENCEMENT-DUE              PIC X.
       77   ROWS-DUE                      PIC 9(3).
       77   LAST-PERIOD-DUE               PIC 9(3).
       77   INTEREST-DUE                  PIC S9(9)V99.
       77   AMORTIZATION-DUE              PIC S9(9)V99.
       77   SCHEDULED-DUE                 PIC S9(9)V99.
       77   PAID-DUE                      PIC S9(9)V99.
       77   WANTED-VOUCHER                PIC 9(5).

       77   LEASE-FILE-AT-END             PIC X.
       77   SCHEDULE-FILE-AT-END          PIC X.
       77   VOUCHER-FILE-AT-END           PIC X.
       77   HISTORY-FILE-AT-END           PIC X.
       77   PAYMENT-HISTORY-AT-END        PIC X.
       77   POSTING-FILE-AT-END           PIC X.

       77   CURRENT-GL-BATCH              PIC 9(5) VALUE ZERO.
       77   BATCH-DEBITS-TOTAL            PIC 9(13) VALUE ZERO.
       77   BATCH-CREDITS-TOTAL           PIC 9(13) VALUE ZERO.
       77   STAMP-DATE                    PIC 9(8).
       77   NEXT-POSTING-SEQUENCE         PIC 9(3).
       77   LEASES-DUE                    PIC 9(5) VALUE ZERO.
       77   LEASES-POSTED                 PIC 9(5) VALUE ZERO.
       77   RENT-EXCEPTIONS               PIC 9(5) VALUE ZERO.
       77   AMOUNT-FIELD                  PIC ZZZ,ZZZ,ZZ9.99-.
       77   SCHEDULED-FIELD               PIC ZZZ,ZZZ,ZZ9.99-.

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

            MOVE "A" TO RUN-PHASE.
            PERFORM START-THE-LEASE-FILE.
            PERFORM ACCUMULATE-ONE-LEASE
               UNTIL LEASE-FILE-AT-END = "Y".

            IF LEASES-DUE = ZERO
                DISPLAY "NOTHING TO JOURNAL FOR " CLOSE-MONTH
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
                MOVE "P" TO RUN-PHASE
                PERFORM START-THE-LEASE-FILE
                PERFORM POST-ONE-LEASE
                   UNTIL LEASE-FILE-AT-END = "Y"
                MOVE DEBIT-TOTAL TO AMOUNT-FIELD
                DISPLAY "LEASE JOURNAL THIS MONTH: " AMOUNT-FIELD
                DISPLAY "LEASES POSTED: " LEASES-POSTED
                DISPLAY "RENT EXCEPTIONS: " RENT-EXCEPTIONS
                DISPLAY "GL EXPORT WRITTEN AND IN BALANCE AS"
                DISPLAY "BATCH " CURRENT-GL-BATCH.

            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN I-O LEASE-FILE.
            OPEN I-O LEASE-SCHEDULE-FILE.
            OPEN I-O LEASE-POSTING-FILE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT VOUCHER-HISTORY-FILE.
            OPEN INPUT PAYMENT-HISTORY-FILE.
            OPEN I-O GL-BATCH-FILE.
            OPEN I-O CONTROL-FILE.
            OPEN INPUT COMPANY-FILE.
            OPEN EXTEND JOURNAL-FILE.
            MOVE "LSEJNL01" TO JOURNAL-PROGRAM-NAME.

       CLOSING-PROCEDURE.
            CLOSE LEASE-FILE.
            CLOSE LEASE-SCHEDULE-FILE.
            CLOSE LEASE-POSTING-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE VOUCHER-HISTORY-FILE.
            CLOSE PAYMENT-HISTORY-FILE.
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
      * Rent is cleared through the month end, or through today
      * when the month is closed before it ends.
       ACCEPT-EXPORT-PARAMETERS.
            PERFORM ACCEPT-CLOSE-MONTH.
            PERFORM ACCEPT-EXPORT-COMPANY.
            MOVE CLOSE-MONTH TO RANGE-START-DATE (1 : 6).
            MOVE "01" TO RANGE-START-DATE (7 : 2).
            IF CLOSE-MM = 12
                COMPUTE NEXT-MONTH-CCYY = CLOSE-CCYY + 1
                MOVE 1 TO NEXT-MONTH-MM
            ELSE
                MOVE CLOSE-CCYY TO NEXT-MONTH-CCYY
                COMPUTE NEXT-MONTH-MM = CLOSE-MM + 1.
            COMPUTE MONTH-END-INTEGER =
               FUNCTION INTEGER-OF-DATE (NEXT-MONTH-FIRST-DATE) - 1.
            COMPUTE RANGE-END-DATE =
               FUNCTION DATE-OF-INTEGER (MONTH-END-INTEGER).
            ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
            MOVE RANGE-END-DATE TO PAID-UPPER-DATE.
            IF STAMP-DATE < PAID-UPPER-DATE
                MOVE STAMP-DATE TO PAID-UPPER-DATE.

       ACCEPT-CLOSE-MONTH.
            MOVE "ENTER MONTH TO JOURNAL (CCYYMM)?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO CLOSE-MONTH.
            IF CLOSE-MM < 1 OR CLOSE-MM > 12 OR
                  CLOSE-CCYY < 1601
                DISPLAY "NOT A VALID CCYYMM MONTH"
                PERFORM ACCEPT-CLOSE-MONTH.

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
       ACCUMULATE-ONE-LEASE.
            PERFORM READ-NEXT-LEASE-RECORD.
            IF LEASE-FILE-AT-END NOT = "Y"
                PERFORM FIGURE-THE-LEASE-DUE
                IF LEASE-IS-DUE = "Y"
                    ADD 1 TO LEASES-DUE
                    PERFORM BOOK-THE-LEASE.

      * A lease is due once it has commenced by the month being
      * closed and has schedule periods up to it not yet booked,
      * or rent paid not yet cleared.
       FIGURE-THE-LEASE-DUE.
            MOVE "N" TO LEASE-IS-DUE.
            MOVE "N" TO COMMENCEMENT-DUE.
            MOVE ZERO TO ROWS-DUE.
            MOVE ZERO TO LAST-PERIOD-DUE.
            MOVE ZERO TO INTEREST-DUE.
            MOVE ZERO TO AMORTIZATION-DUE.
            MOVE ZERO TO SCHEDULED-DUE.
            MOVE ZERO TO PAID-DUE.
            MOVE LEASE-COMMENCE-DATE TO COMMENCE-DATE-WORK.
            IF LEASE-COMPANY = EXPORT-COMPANY AND
                  LEASE-TERM-MONTHS > ZERO AND
                  COMMENCE-MONTH NOT > CLOSE-MONTH
                PERFORM ADD-UP-THE-SCHEDULE
                PERFORM ADD-UP-THE-RENT-PAID
                IF ROWS-DUE > ZERO OR PAID-DUE NOT = ZERO
                    MOVE "Y" TO LEASE-IS-DUE.

       ADD-UP-THE-SCHEDULE.
            PERFORM START-THE-SCHEDULE.
            PERFORM ADD-ONE-SCHEDULE-ROW
               UNTIL SCHEDULE-FILE-AT-END = "Y".

       ADD-ONE-SCHEDULE-ROW.
            PERFORM READ-NEXT-SCHEDULE-RECORD.
            IF SCHEDULE-FILE-AT-END NOT = "Y"
                IF LSCH-MONTH > LEASE-LAST-MONTH-POSTED AND
                      LSCH-GL-BATCH = ZEROES
                    ADD 1 TO ROWS-DUE
                    MOVE LSCH-PERIOD TO LAST-PERIOD-DUE
                    ADD LSCH-INTEREST TO INTEREST-DUE
                    ADD LSCH-AMORTIZATION TO AMORTIZATION-DUE
                    ADD LSCH-PAYMENT TO SCHEDULED-DUE
                    IF LSCH-PERIOD = 1
                        MOVE "Y" TO COMMENCEMENT-DUE.

      * The lessor's vouchers from the lease's template - live ones
      * by invoice, archived ones by vendor.
       ADD-UP-THE-RENT-PAID.
            IF LEASE-RECUR-TEMPLATE NOT = ZEROES
                MOVE LEASE-RECUR-TEMPLATE TO PREFIX-TEMPLATE
                PERFORM ADD-UP-LIVE-VOUCHERS
                PERFORM ADD-UP-ARCHIVED-VOUCHERS.

       ADD-UP-LIVE-VOUCHERS.
            MOVE LEASE-INVOICE-PREFIX TO VOUCHER-INVOICE.
            MOVE "N" TO VOUCHER-FILE-AT-END.
            START VOUCHER-FILE
               KEY IS NOT LESS THAN VOUCHER-INVOICE
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.
            PERFORM ADD-ONE-LIVE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".

       ADD-ONE-LIVE-VOUCHER.
            READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
            IF VOUCHER-FILE-AT-END NOT = "Y"
                IF VOUCHER-INVOICE (1 : 8) NOT = LEASE-INVOICE-PREFIX
                    MOVE "Y" TO VOUCHER-FILE-AT-END
                ELSE
                    IF VOUCHER-VENDOR = LEASE-VENDOR AND
                          VOUCHER-COMPANY = LEASE-COMPANY
                        MOVE VOUCHER-NUMBER TO WANTED-VOUCHER
                        PERFORM ADD-UP-VOUCHER-PAYMENTS.

       ADD-UP-ARCHIVED-VOUCHERS.
            MOVE LEASE-VENDOR TO HISTORY-VOUCHER-VENDOR.
            MOVE "N" TO HISTORY-FILE-AT-END.
            START VOUCHER-HISTORY-FILE
               KEY IS NOT LESS THAN HISTORY-VOUCHER-VENDOR
               INVALID KEY
               MOVE "Y" TO HISTORY-FILE-AT-END.
            PERFORM ADD-ONE-ARCHIVED-VOUCHER
               UNTIL HISTORY-FILE-AT-END = "Y".

       ADD-ONE-ARCHIVED-VOUCHER.
            READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO HISTORY-FILE-AT-END.
            IF HISTORY-FILE-AT-END NOT = "Y"
                IF HISTORY-VOUCHER-VENDOR NOT = LEASE-VENDOR
                    MOVE "Y" TO HISTORY-FILE-AT-END
                ELSE
                    IF HISTORY-INVOICE (1 : 8) = LEASE-INVOICE-PREFIX
                          AND HISTORY-COMPANY = LEASE-COMPANY
                        MOVE HISTORY-VOUCHER-NUMBER TO WANTED-VOUCHER
                        PERFORM ADD-UP-VOUCHER-PAYMENTS.

      * A voided check's reversal record nets its payment out.
       ADD-UP-VOUCHER-PAYMENTS.
            MOVE WANTED-VOUCHER TO PAYMENT-VOUCHER-NUMBER.
            MOVE ZEROES TO PAYMENT-SEQUENCE.
            MOVE "N" TO PAYMENT-HISTORY-AT-END.
            START PAYMENT-HISTORY-FILE
               KEY IS NOT LESS THAN PAYMENT-HISTORY-KEY
               INVALID KEY
               MOVE "Y" TO PAYMENT-HISTORY-AT-END.
            PERFORM ADD-ONE-RENT-PAYMENT
               UNTIL PAYMENT-HISTORY-AT-END = "Y".

       ADD-ONE-RENT-PAYMENT.
            READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO PAYMENT-HISTORY-AT-END.
            IF PAYMENT-HISTORY-AT-END NOT = "Y"
                IF PAYMENT-VOUCHER-NUMBER NOT = WANTED-VOUCHER
                    MOVE "Y" TO PAYMENT-HISTORY-AT-END
                ELSE
                    IF PAYMENT-DATE > LEASE-PAID-THROUGH-DATE AND
                          PAYMENT-DATE NOT > PAID-UPPER-DATE
                        ADD PAYMENT-AMOUNT TO PAID-DUE.

      *--------------------------------
      * THE LEASE'S LINES
      *--------------------------------
      * Accumulating, each line goes into the tables; posting, the
      * same line is written as a posting record.
       BOOK-THE-LEASE.
            IF COMMENCEMENT-DUE = "Y"
                MOVE "C" TO WORK-TYPE
                MOVE 1 TO WORK-PERIOD
                MOVE "D" TO WORK-SIDE
                MOVE LEASE-ROU-GL-CODE TO WORK-GL-CODE
                MOVE LEASE-INITIAL-ROU TO WORK-GL-AMOUNT
                PERFORM BOOK-ONE-LINE
                MOVE "C" TO WORK-SIDE
                MOVE LEASE-LIABILITY-GL-CODE TO WORK-GL-CODE
                MOVE LEASE-INITIAL-LIABILITY TO WORK-GL-AMOUNT
                PERFORM BOOK-ONE-LINE
                MOVE LEASE-PAYMENT-GL-CODE TO WORK-GL-CODE
                MOVE LEASE-ROU-ADJUSTMENT TO WORK-GL-AMOUNT
                PERFORM BOOK-ONE-LINE.

            MOVE LAST-PERIOD-DUE TO WORK-PERIOD.
            MOVE "I" TO WORK-TYPE.
            MOVE "D" TO WORK-SIDE.
            MOVE LEASE-INTEREST-GL-CODE TO WORK-GL-CODE.
            MOVE INTEREST-DUE TO WORK-GL-AMOUNT.
            PERFORM BOOK-ONE-LINE.
            MOVE "C" TO WORK-SIDE.
            MOVE LEASE-LIABILITY-GL-CODE TO WORK-GL-CODE.
            PERFORM BOOK-ONE-LINE.

            MOVE "A" TO WORK-TYPE.
            MOVE "D" TO WORK-SIDE.
            MOVE LEASE-AMORT-GL-CODE TO WORK-GL-CODE.
            MOVE AMORTIZATION-DUE TO WORK-GL-AMOUNT.
            PERFORM BOOK-ONE-LINE.
            MOVE "C" TO WORK-SIDE.
            MOVE LEASE-ROU-AMORT-GL-CODE TO WORK-GL-CODE.
            PERFORM BOOK-ONE-LINE.

            MOVE ZERO TO WORK-PERIOD.
            MOVE "P" TO WORK-TYPE.
            MOVE "D" TO WORK-SIDE.
            MOVE LEASE-LIABILITY-GL-CODE TO WORK-GL-CODE.
            MOVE PAID-DUE TO WORK-GL-AMOUNT.
            PERFORM BOOK-ONE-LINE.
            MOVE "C" TO WORK-SIDE.
            MOVE LEASE-PAYMENT-GL-CODE TO WORK-GL-CODE.
            PERFORM BOOK-ONE-LINE.

       BOOK-ONE-LINE.
            IF WORK-GL-AMOUNT NOT = ZERO
                IF POSTING-PHASE
                    PERFORM WRITE-THE-POSTING
                ELSE
                    IF WORK-SIDE = "D"
                        PERFORM ADD-TO-DEBIT-TABLE
                    ELSE
                        PERFORM ADD-TO-CREDIT-TABLE.

       ADD-TO-DEBIT-TABLE.
            MOVE ZERO TO GL-SLOT.
            PERFORM FIND-DEBIT-SLOT
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > DEBIT-ENTRY-COUNT
                  OR GL-SLOT NOT = ZERO.
            IF GL-SLOT = ZERO
                IF DEBIT-ENTRY-COUNT = 50
                    MOVE "Y" TO EXPORT-ERROR
                    DISPLAY "DEBIT TABLE FULL - TOO MANY GL CODES"
                ELSE
                    ADD 1 TO DEBIT-ENTRY-COUNT
                    MOVE DEBIT-ENTRY-COUNT TO GL-SLOT
                    MOVE WORK-GL-CODE TO DEBIT-GL-CODE (GL-SLOT)
                    MOVE ZERO TO DEBIT-AMOUNT (GL-SLOT).
            IF GL-SLOT NOT = ZERO
                ADD WORK-GL-AMOUNT TO DEBIT-AMOUNT (GL-SLOT)
                ADD WORK-GL-AMOUNT TO DEBIT-TOTAL.

       FIND-DEBIT-SLOT.
            IF DEBIT-GL-CODE (GL-INDEX) = WORK-GL-CODE
                MOVE GL-INDEX TO GL-SLOT.

       ADD-TO-CREDIT-TABLE.
            MOVE ZERO TO GL-SLOT.
            PERFORM FIND-CREDIT-SLOT
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > CREDIT-ENTRY-COUNT
                  OR GL-SLOT NOT = ZERO.
            IF GL-SLOT = ZERO
                IF CREDIT-ENTRY-COUNT = 50
                    MOVE "Y" TO EXPORT-ERROR
                    DISPLAY "CREDIT TABLE FULL - TOO MANY GL CODES"
                ELSE
                    ADD 1 TO CREDIT-ENTRY-COUNT
                    MOVE CREDIT-ENTRY-COUNT TO GL-SLOT
                    MOVE WORK-GL-CODE TO CREDIT-GL-CODE (GL-SLOT)
                    MOVE ZERO TO CREDIT-AMOUNT (GL-SLOT).
            IF GL-SLOT NOT = ZERO
                ADD WORK-GL-AMOUNT TO CREDIT-AMOUNT (GL-SLOT)
                ADD WORK-GL-AMOUNT TO CREDIT-TOTAL.

       FIND-CREDIT-SLOT.
            IF CREDIT-GL-CODE (GL-INDEX) = WORK-GL-CODE
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
            PERFORM ADD-DEBIT-PROOF
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > DEBIT-ENTRY-COUNT.
            IF PROOF-TOTAL NOT = DEBIT-TOTAL
                MOVE "Y" TO EXPORT-ERROR
                DISPLAY "DEBIT SIDE DOES NOT FOOT".
            MOVE ZERO TO PROOF-TOTAL.
            PERFORM ADD-CREDIT-PROOF
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > CREDIT-ENTRY-COUNT.
            IF PROOF-TOTAL NOT = CREDIT-TOTAL
                MOVE "Y" TO EXPORT-ERROR
                DISPLAY "CREDIT SIDE DOES NOT FOOT".
            IF DEBIT-TOTAL NOT = CREDIT-TOTAL
                MOVE "Y" TO EXPORT-ERROR
                DISPLAY "LEASE BATCH OUT OF BALANCE".

       ADD-DEBIT-PROOF.
            ADD DEBIT-AMOUNT (GL-INDEX) TO PROOF-TOTAL.

       ADD-CREDIT-PROOF.
            ADD CREDIT-AMOUNT (GL-INDEX) TO PROOF-TOTAL.

      *--------------------------------
      * WRITE THE EXPORT FILE
      *--------------------------------
       WRITE-THE-EXPORT-FILE.
            OPEN OUTPUT GL-EXPORT-FILE.
            MOVE EXPORT-COMPANY TO EXPORT-DETAIL-COMPANY.
            MOVE 1 TO EXPORT-HEADER-BATCH.
            MOVE "LEASE" TO EXPORT-HEADER-NAME.
            MOVE RANGE-START-DATE TO EXPORT-HEADER-START.
            MOVE RANGE-END-DATE TO EXPORT-HEADER-END.
            MOVE EXPORT-HEADER-LINE TO GL-EXPORT-RECORD.
            PERFORM WRITE-EXPORT-RECORD.
            MOVE 1 TO EXPORT-DETAIL-BATCH.
            MOVE ZERO TO EXPORT-DEBIT-COLUMN.
            MOVE ZERO TO EXPORT-CREDIT-COLUMN.
            PERFORM WRITE-ONE-DEBIT-DETAIL
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > DEBIT-ENTRY-COUNT.
            PERFORM WRITE-ONE-CREDIT-DETAIL
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > CREDIT-ENTRY-COUNT.
            MOVE 1 TO EXPORT-TOTAL-BATCH.
            MOVE EXPORT-DEBIT-COLUMN TO EXPORT-TOTAL-DEBITS.
            MOVE EXPORT-CREDIT-COLUMN TO EXPORT-TOTAL-CREDITS.
            MOVE EXPORT-TOTAL-LINE TO GL-EXPORT-RECORD.
            PERFORM WRITE-EXPORT-RECORD.
            MOVE EXPORT-DEBIT-COLUMN TO BATCH-DEBITS-TOTAL.
            MOVE EXPORT-CREDIT-COLUMN TO BATCH-CREDITS-TOTAL.
            CLOSE GL-EXPORT-FILE.
            PERFORM REGISTER-THE-GL-EXPORT.

       WRITE-ONE-DEBIT-DETAIL.
            MOVE DEBIT-GL-CODE (GL-INDEX) TO EXPORT-DETAIL-GL-CODE.
            MOVE DEBIT-AMOUNT (GL-INDEX) TO SIGNED-EXPORT-AMOUNT.
            PERFORM POST-DEBIT-SIDE-AMOUNT.
            MOVE EXPORT-DETAIL-LINE TO GL-EXPORT-RECORD.
            PERFORM WRITE-EXPORT-RECORD.

       WRITE-ONE-CREDIT-DETAIL.
            MOVE CREDIT-GL-CODE (GL-INDEX) TO EXPORT-DETAIL-GL-CODE.
            MOVE CREDIT-AMOUNT (GL-INDEX) TO SIGNED-EXPORT-AMOUNT.
            PERFORM POST-CREDIT-SIDE-AMOUNT.
            MOVE EXPORT-DETAIL-LINE TO GL-EXPORT-RECORD.
            PERFORM WRITE-EXPORT-RECORD.

      * A net lease incentive, or an operating lease's early months
      * where the interest runs ahead of the straight-line cost,
      * comes out negative - its absolute value posts in the
      * opposite column, as in glexp01.cbl.
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
            MOVE "LSEJNL01" TO XMIT-PROGRAM.
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
            MOVE CURRENT-GL-BATCH TO GLBAT-NUMBER.
            MOVE EXPORT-COMPANY TO GLBAT-COMPANY.
            MOVE RANGE-START-DATE TO GLBAT-START-DATE.
            MOVE RANGE-END-DATE TO GLBAT-END-DATE.
            MOVE STAMP-DATE TO GLBAT-BUILT-DATE.
            MOVE "B" TO GLBAT-STATUS.
            MOVE STAMP-DATE TO GLBAT-STATUS-DATE.
            MOVE BATCH-DEBITS-TOTAL TO GLBAT-TOTAL-DEBITS.
            MOVE BATCH-CREDITS-TOTAL TO GLBAT-TOTAL-CREDITS.
            MOVE "L" TO GLBAT-SOURCE.
            WRITE GL-BATCH-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING GL BATCH RECORD".

      * The same figuring as the accumulation, this time writing
      * the postings, stamping the periods booked and moving the
      * lease forward, so the next run finds nothing left to do.
       POST-ONE-LEASE.
            PERFORM READ-NEXT-LEASE-RECORD.
            IF LEASE-FILE-AT-END NOT = "Y"
                PERFORM FIGURE-THE-LEASE-DUE
                IF LEASE-IS-DUE = "Y"
                    PERFORM FIND-NEXT-POSTING-SEQUENCE
                    PERFORM BOOK-THE-LEASE
                    PERFORM STAMP-THE-SCHEDULE
                    PERFORM CHECK-THE-RENT-PAID
                    IF CLOSE-MONTH > LEASE-LAST-MONTH-POSTED
                        MOVE CLOSE-MONTH TO LEASE-LAST-MONTH-POSTED
                    END-IF
                    MOVE PAID-UPPER-DATE TO LEASE-PAID-THROUGH-DATE
                    REWRITE LEASE-RECORD
                       INVALID KEY
                       DISPLAY "ERROR REWRITING LEASE " LEASE-NUMBER
                    END-REWRITE
                    ADD 1 TO LEASES-POSTED.

      * Rent cleared in a month already journaled adds postings
      * after the ones on file.
       FIND-NEXT-POSTING-SEQUENCE.
            MOVE ZERO TO NEXT-POSTING-SEQUENCE.
            MOVE CLOSE-MONTH TO LSEP-MONTH.
            MOVE LEASE-COMPANY TO LSEP-COMPANY.
            MOVE LEASE-NUMBER TO LSEP-LEASE.
            MOVE ZEROES TO LSEP-SEQUENCE.
            MOVE "N" TO POSTING-FILE-AT-END.
            START LEASE-POSTING-FILE
               KEY IS NOT LESS THAN LSEP-KEY
               INVALID KEY
               MOVE "Y" TO POSTING-FILE-AT-END.
            PERFORM SKIP-ONE-POSTING
               UNTIL POSTING-FILE-AT-END = "Y".

       SKIP-ONE-POSTING.
            READ LEASE-POSTING-FILE NEXT RECORD
               AT END MOVE "Y" TO POSTING-FILE-AT-END.
            IF POSTING-FILE-AT-END NOT = "Y"
                IF LSEP-MONTH NOT = CLOSE-MONTH OR
                      LSEP-COMPANY NOT = LEASE-COMPANY OR
                      LSEP-LEASE NOT = LEASE-NUMBER
                    MOVE "Y" TO POSTING-FILE-AT-END
                ELSE
                    MOVE LSEP-SEQUENCE TO NEXT-POSTING-SEQUENCE.

       WRITE-THE-POSTING.
            ADD 1 TO NEXT-POSTING-SEQUENCE.
            MOVE CLOSE-MONTH TO LSEP-MONTH.
            MOVE LEASE-COMPANY TO LSEP-COMPANY.
            MOVE LEASE-NUMBER TO LSEP-LEASE.
            MOVE NEXT-POSTING-SEQUENCE TO LSEP-SEQUENCE.
            MOVE WORK-SIDE TO LSEP-SIDE.
            MOVE WORK-TYPE TO LSEP-TYPE.
            MOVE WORK-PERIOD TO LSEP-PERIOD.
            MOVE WORK-GL-CODE TO LSEP-GL-CODE.
            MOVE WORK-GL-AMOUNT TO LSEP-AMOUNT.
            MOVE CURRENT-GL-BATCH TO LSEP-GL-BATCH.
            MOVE STAMP-DATE TO LSEP-POSTED-DATE.
            WRITE LEASE-POSTING-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING LEASE POSTING "
                  LSEP-LEASE "/" LSEP-SEQUENCE.

      * The periods just booked carry the batch; the last of them
      * carries the rent cleared with it.
       STAMP-THE-SCHEDULE.
            PERFORM START-THE-SCHEDULE.
            PERFORM STAMP-ONE-SCHEDULE-ROW
               UNTIL SCHEDULE-FILE-AT-END = "Y".

       STAMP-ONE-SCHEDULE-ROW.
            PERFORM READ-NEXT-SCHEDULE-RECORD.
            IF SCHEDULE-FILE-AT-END NOT = "Y"
                IF LSCH-MONTH > LEASE-LAST-MONTH-POSTED AND
                      LSCH-GL-BATCH = ZEROES
                    MOVE CURRENT-GL-BATCH TO LSCH-GL-BATCH
                    MOVE STAMP-DATE TO LSCH-POSTED-DATE
                    IF LSCH-PERIOD = LAST-PERIOD-DUE
                        MOVE PAID-DUE TO LSCH-PAID-AMOUNT
                    END-IF
                    REWRITE LEASE-SCHEDULE-RECORD
                       INVALID KEY
                       DISPLAY "ERROR REWRITING LEASE SCHEDULE "
                          LSCH-LEASE "/" LSCH-PERIOD.

       CHECK-THE-RENT-PAID.
            IF ROWS-DUE > ZERO AND PAID-DUE NOT = SCHEDULED-DUE
                ADD 1 TO RENT-EXCEPTIONS
                MOVE PAID-DUE TO AMOUNT-FIELD
                MOVE SCHEDULED-DUE TO SCHEDULED-FIELD
                DISPLAY "LEASE " LEASE-NUMBER " RENT PAID "
                   AMOUNT-FIELD " SCHEDULED " SCHEDULED-FIELD.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       START-THE-LEASE-FILE.
            MOVE ZEROES TO LEASE-NUMBER.
            MOVE "N" TO LEASE-FILE-AT-END.
            START LEASE-FILE
               KEY IS NOT LESS THAN LEASE-NUMBER
               INVALID KEY
               MOVE "Y" TO LEASE-FILE-AT-END.

       READ-NEXT-LEASE-RECORD.
            READ LEASE-FILE NEXT RECORD
               AT END MOVE "Y" TO LEASE-FILE-AT-END.

      * The periods of the current lease up to the month being
      * closed.
       START-THE-SCHEDULE.
            MOVE LEASE-NUMBER TO LSCH-LEASE.
            MOVE 1 TO LSCH-PERIOD.
            MOVE "N" TO SCHEDULE-FILE-AT-END.
            START LEASE-SCHEDULE-FILE
               KEY IS NOT LESS THAN LSCH-KEY
               INVALID KEY
               MOVE "Y" TO SCHEDULE-FILE-AT-END.

       READ-NEXT-SCHEDULE-RECORD.
            READ LEASE-SCHEDULE-FILE NEXT RECORD
               AT END MOVE "Y" TO SCHEDULE-FILE-AT-END.
            IF SCHEDULE-FILE-AT-END NOT = "Y"
                IF LSCH-LEASE NOT = LEASE-NUMBER OR
                      LSCH-MONTH > CLOSE-MONTH
                    MOVE "Y" TO SCHEDULE-FILE-AT-END.

            COPY "plctllck.cbl".
            COPY "pljrnl01.cbl".
            COPY "plnumval01.cbl".
            COPY "plxmit01.cbl".
