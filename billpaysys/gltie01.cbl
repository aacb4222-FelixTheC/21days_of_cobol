      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * AP subledger-to-GL control account tie-out. vchprf01.cbl
      * proves CONTROL-OPEN-AP-TOTAL against the open vouchers; this
      * proves the general ledger's AP liability account against
      * the same subledger for one company and one period, and
      * lists every reconciling item between them. The GL system's
      * period-end trial balance comes in on GLTBIN, comma rows:
      *    B,company,gl-code,period-end,balance
      *    J,company,gl-code,post-date,reference,amount
      * (date CCYYMMDD, amounts in cents, credit-positive - an AP
      * liability balance is a positive figure). "B" is the trial-
      * balance line of an AP account - more than one AP account
      * is summed - and "J" is each journal line the GL posted to
      * those accounts in the period. A journal line whose
      * reference is one of this company's glexp01.cbl/amrexp01.cbl
      * batch numbers (fdglbat.cbl) is explained; any other is a
      * manual GL entry we cannot explain, and is listed.
      *
      * The subledger is the open AP of the month-end snapshot
      * vchclo01.cbl froze at the period end (fdopsnp01.cbl); when
      * the month was not closed on that date, it is the live
      * file's open vouchers dated through the period end. The
      * reconciling items:
      *   - vouchers dated in the period with no GL batch
      *     (VOUCHER-GL-BATCH zero) - not yet exported
      *   - payments dated in the period with no GL batch
      *   - batches still built ("B") or transmitted ("T"), and
      *     rejected batches ("R"), at their AP effect: the
      *     vouchers stamped with the batch less the payments
      *     stamped with it. A pending batch the GL's journal lines
      *     show as posted is not a reconciling item - its
      *     acknowledgment just has not been recorded in glbat01.
      *   - post-export voucher adjustments (fdvadj01.cbl) dated
      *     in the period with no GL batch, at their net
      *   - the manual GL entries.
      * A stamped voucher's amount is today's, so a batch's AP
      * effect backs out the adjustments made to its vouchers
      * since and takes in the adjustment lines it carried.
      * Discounts ride in the period export's totals rather than on
      * the stamps, so a discount on a payment still outside the GL
      * shows in the remaining difference.
      *
      * The report is spooled like any other and the run is kept on
      * fdgltie01.cbl. The operator signs the month off at the end;
      * a signed-off run is stamped on the report and its spool
      * catalog record is marked kept, so it cannot be purged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gltie01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvouch.cbl".
            COPY "slvchhst.cbl".
            COPY "slpayhst.cbl".
            COPY "slglbat.cbl".
            COPY "slopsnp01.cbl".
            COPY "slvadj01.cbl".
            COPY "slgltie01.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".

            SELECT OPTIONAL GL-TRIAL-BALANCE-FILE
               ASSIGN TO "GLTBIN"
               ORGANIZATION IS LINE SEQUENTIAL.

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvouch.cbl".
            COPY "fdvchhst.cbl".
            COPY "fdpayhst.cbl".
            COPY "fdglbat.cbl".
            COPY "fdopsnp01.cbl".
            COPY "fdvadj01.cbl".
            COPY "fdgltie01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".

       FD   GL-TRIAL-BALANCE-FILE
            LABEL RECORDS ARE STANDARD.
       01   GL-TRIAL-BALANCE-RECORD       PIC X(100).

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

       01   TITLE-LINE.
            05 FILLER                     PIC X(20) VALUE SPACE.
            05 FILLER                     PIC X(34)
                          VALUE "AP SUBLEDGER TO GL CONTROL TIE-OUT".

       01   PERIOD-LINE.
            05 FILLER                     PIC X(8)  VALUE "COMPANY ".
            05 PERIOD-COMPANY             PIC 9.
            05 FILLER                     PIC X(10) VALUE "   PERIOD ".
            05 PERIOD-START-PRINT         PIC Z9/99/9999.
            05 FILLER                     PIC X(9)  VALUE " THROUGH ".
            05 PERIOD-END-PRINT           PIC Z9/99/9999.

       01   TRIAL-BALANCE-LINE.
            05 FILLER                     PIC X(13)
                                          VALUE "  GL ACCOUNT ".
            05 PRINT-TB-GL-CODE           PIC X(6).
            05 FILLER                     PIC X(21) VALUE SPACE.
            05 PRINT-TB-BALANCE           PIC ZZZ,ZZZ,ZZ9.99-.

       01   VOUCHER-LINE.
            05 FILLER                     PIC X(10)
                                          VALUE "  VOUCHER ".
            05 PRINT-VOUCHER-NUMBER       PIC ZZZZ9.
            05 FILLER                     PIC X(8)  VALUE " VENDOR ".
            05 PRINT-VENDOR-NUMBER        PIC ZZZZ9.
            05 FILLER                     PIC X(7)  VALUE " DATED ".
            05 PRINT-VOUCHER-DATE         PIC Z9/99/9999.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-VOUCHER-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.

       01   PAYMENT-LINE.
            05 FILLER                     PIC X(10)
                                          VALUE "  VOUCHER ".
            05 PRINT-PAID-VOUCHER         PIC ZZZZ9.
            05 FILLER                     PIC X(7)  VALUE " CHECK ".
            05 PRINT-PAID-CHECK           PIC ZZZZZ9.
            05 FILLER                     PIC X(7)  VALUE " PAID  ".
            05 PRINT-PAID-DATE            PIC Z9/99/9999.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-PAID-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.

       01   ADJUSTMENT-LINE.
            05 FILLER                     PIC X(10)
                                          VALUE "  VOUCHER ".
            05 PRINT-ADJUSTED-VOUCHER     PIC ZZZZ9.
            05 FILLER                     PIC X(4)  VALUE " GL ".
            05 PRINT-ADJUSTED-GL-CODE     PIC X(6).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-ADJUSTED-TYPE        PIC X(1).
            05 FILLER                     PIC X(7)  VALUE " DATED ".
            05 PRINT-ADJUSTED-DATE        PIC Z9/99/9999.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-ADJUSTED-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.

       01   BATCH-LINE.
            05 FILLER                     PIC X(8)  VALUE "  BATCH ".
            05 PRINT-BATCH-NUMBER         PIC ZZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-BATCH-STATUS         PIC X(11).
            05 FILLER                     PIC X(7)  VALUE " BUILT ".
            05 PRINT-BATCH-BUILT          PIC Z9/99/9999.
            05 FILLER                     PIC X(8)  VALUE " AP NET ".
            05 PRINT-BATCH-NET            PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-BATCH-NOTE           PIC X(6).

       01   MANUAL-ENTRY-LINE.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-ENTRY-GL-CODE        PIC X(6).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-ENTRY-DATE           PIC Z9/99/9999.
            05 FILLER                     PIC X(5)  VALUE " REF ".
            05 PRINT-ENTRY-REFERENCE      PIC X(15).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-ENTRY-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.

       01   SUMMARY-LINE.
            05 PRINT-SUMMARY-CAPTION      PIC X(42).
            05 PRINT-SUMMARY-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.

       01   SIGN-OFF-LINE.
            05 FILLER                     PIC X(14)
                                          VALUE "SIGNED OFF BY ".
            05 PRINT-SIGNED-BY            PIC X(10).
            05 FILLER                     PIC X(4)  VALUE " ON ".
            05 PRINT-SIGNED-DATE          PIC Z9/99/9999.

      * The glexp01/amrexp01 batches of this company the GL may not
      * have yet, with the AP effect of what is stamped with each.
       01   PENDING-BATCH-TABLE.
            05 PENDING-BATCH OCCURS 50 TIMES.
               10 PENDING-NUMBER          PIC 9(5).
               10 PENDING-STATUS          PIC X.
               10 PENDING-BUILT-DATE      PIC 9(8).
               10 PENDING-AP-CREDITS      PIC S9(9)V99.
               10 PENDING-AP-DEBITS       PIC S9(9)V99.
               10 PENDING-IN-GL           PIC X.
       77   PENDING-COUNT                 PIC 99 VALUE ZERO.
       77   PENDING-INDEX                 PIC 99.
       77   PENDING-SLOT                  PIC 99.
       77   PENDING-NET                   PIC S9(9)V99.

      * The trial-balance lines of the AP accounts.
       01   TRIAL-BALANCE-TABLE.
            05 TB-ENTRY OCCURS 10 TIMES.
               10 TB-GL-CODE              PIC X(6).
               10 TB-BALANCE              PIC S9(9)V99.
       77   TB-COUNT                      PIC 99 VALUE ZERO.
       77   TB-INDEX                      PIC 99.

      * One GLTBIN row, taken apart.
       77   IMPORT-TYPE                   PIC X.
       77   IMPORT-COMPANY-X              PIC X.
       77   IMPORT-COMPANY                PIC 9.
       77   IMPORT-GL-CODE                PIC X(6).
       77   IMPORT-DATE-X                 PIC X(8).
       77   IMPORT-DATE                   PIC 9(8).
       77   IMPORT-FIELD-5                PIC X(15).
       77   IMPORT-FIELD-6                PIC X(15).
       77   IMPORT-AMOUNT                 PIC S9(9)V99.
       77   IMPORT-REFERENCE              PIC X(15).
       77   IMPORT-ROW-IS-GOOD            PIC X.
       77   ENTRY-IS-EXPLAINED            PIC X.
       77   ROWS-REJECTED                 PIC 9(4) VALUE ZERO.

       77   TIE-COMPANY                   PIC 9.
       77   PERIOD-START-DATE             PIC 9(8).
       77   PERIOD-END-DATE               PIC 9(8).
       77   TODAY-DATE                    PIC 9(8).
       77   SUBLEDGER-SOURCE              PIC X.
       77   OPEN-AMOUNT                   PIC S9(6)V99.
       77   PAID-VOUCHER-COMPANY          PIC 9.
       77   TABLE-OVERFLOW                PIC X VALUE "N".

       77   GL-BALANCE-TOTAL              PIC S9(9)V99 VALUE ZERO.
       77   SUBLEDGER-TOTAL               PIC S9(9)V99 VALUE ZERO.
       77   UNEXPORTED-VOUCHER-TOTAL      PIC S9(9)V99 VALUE ZERO.
       77   UNEXPORTED-PAYMENT-TOTAL      PIC S9(9)V99 VALUE ZERO.
       77   UNEXPORTED-ADJUSTMENT-TOTAL   PIC S9(9)V99 VALUE ZERO.
       77   PENDING-BATCH-TOTAL           PIC S9(9)V99 VALUE ZERO.
       77   REJECTED-BATCH-TOTAL          PIC S9(9)V99 VALUE ZERO.
       77   MANUAL-ENTRY-TOTAL            PIC S9(9)V99 VALUE ZERO.
       77   EXPLAINED-ENTRY-TOTAL         PIC S9(9)V99 VALUE ZERO.
       77   EXPECTED-GL-BALANCE           PIC S9(9)V99 VALUE ZERO.
       77   UNRECONCILED-DIFFERENCE       PIC S9(9)V99 VALUE ZERO.

       77   UNEXPORTED-VOUCHER-COUNT      PIC 9(5) VALUE ZERO.
       77   UNEXPORTED-PAYMENT-COUNT      PIC 9(5) VALUE ZERO.
       77   UNEXPORTED-ADJUSTMENT-COUNT   PIC 9(5) VALUE ZERO.
       77   MANUAL-ENTRY-COUNT            PIC 9(5) VALUE ZERO.
       77   EXPLAINED-ENTRY-COUNT         PIC 9(5) VALUE ZERO.

       77   VOUCHER-FILE-AT-END           PIC X.
       77   PAYMENT-FILE-AT-END           PIC X.
       77   BATCH-FILE-AT-END             PIC X.
       77   SNAPSHOT-FILE-AT-END          PIC X.
       77   ADJUSTMENT-FILE-AT-END        PIC X.
       77   IMPORT-FILE-AT-END            PIC X.
       77   BATCH-RECORD-FOUND            PIC X.
       77   TIEOUT-RECORD-FOUND           PIC X.
       77   CATALOG-RECORD-FOUND          PIC X.
       77   SIGN-OFF-ANSWER               PIC X.

            COPY "wssignon01.cbl".
            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "R" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            MOVE CURRENT-COMPANY TO TIE-COMPANY.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM ACCEPT-THE-PERIOD.

            PERFORM LOAD-THE-PENDING-BATCHES.
            PERFORM LOAD-THE-TRIAL-BALANCE.
            IF TB-COUNT = ZERO
                DISPLAY "NO AP TRIAL-BALANCE LINE FOR THIS COMPANY"
                DISPLAY "AND PERIOD END IN GLTBIN - NOTHING TIED OUT"
                MOVE 8 TO RETURN-CODE
                PERFORM CLOSING-PROCEDURE
                PERFORM PROGRAM-DONE.

            PERFORM START-THE-REPORT.
            PERFORM PRINT-THE-TRIAL-BALANCE.
            PERFORM FIND-THE-SUBLEDGER-TOTAL.
            PERFORM SCAN-THE-VOUCHERS.
            PERFORM SCAN-THE-PAYMENTS.
            PERFORM SCAN-THE-ADJUSTMENTS.
            PERFORM PRINT-THE-BATCHES.
            PERFORM PRINT-THE-MANUAL-ENTRIES.
            PERFORM PRINT-THE-TIE-OUT.
            PERFORM RECORD-THE-TIE-OUT.
            CLOSE PRINTER-FILE.
            IF GLTIE-SIGNED-OFF
                PERFORM KEEP-THE-SPOOLED-REPORT.

            PERFORM CLOSING-PROCEDURE.
            IF UNRECONCILED-DIFFERENCE NOT = ZERO OR
                  TABLE-OVERFLOW = "Y"
                MOVE 8 TO RETURN-CODE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT VOUCHER-HISTORY-FILE.
            OPEN INPUT PAYMENT-HISTORY-FILE.
            OPEN INPUT GL-BATCH-FILE.
            OPEN INPUT OPEN-SNAPSHOT-FILE.
            OPEN INPUT VOUCHER-ADJUSTMENT-FILE.
            OPEN I-O GL-TIEOUT-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.

       CLOSING-PROCEDURE.
            CLOSE VOUCHER-FILE.
            CLOSE VOUCHER-HISTORY-FILE.
            CLOSE PAYMENT-HISTORY-FILE.
            CLOSE GL-BATCH-FILE.
            CLOSE OPEN-SNAPSHOT-FILE.
            CLOSE VOUCHER-ADJUSTMENT-FILE.
            CLOSE GL-TIEOUT-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.

      *--------------------------------
      * OPERATOR SIGN-ON
      *--------------------------------
            COPY "plsignon01.cbl".

       ACCEPT-THE-PERIOD.
            MOVE "N" TO ZERO-DATE-IS-OK.
            MOVE "ENTER PERIOD START DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "A START DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO PERIOD-START-DATE.
            MOVE "ENTER PERIOD END DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "AN END DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO PERIOD-END-DATE.
            IF PERIOD-END-DATE < PERIOD-START-DATE
                DISPLAY "THE END DATE CANNOT BE BEFORE THE START"
                PERFORM ACCEPT-THE-PERIOD.

      *--------------------------------
      * BATCHES THE GL MAY NOT HAVE
      *--------------------------------
      * Built, transmitted and rejected batches of this company
      * that start on or before the period end.
       LOAD-THE-PENDING-BATCHES.
            MOVE "N" TO BATCH-FILE-AT-END.
            PERFORM READ-NEXT-BATCH-RECORD.
            PERFORM LOAD-ONE-PENDING-BATCH
               UNTIL BATCH-FILE-AT-END = "Y".

       LOAD-ONE-PENDING-BATCH.
            IF GLBAT-COMPANY = TIE-COMPANY AND
                  GLBAT-START-DATE NOT > PERIOD-END-DATE AND
                  (GLBAT-STATUS-BUILT OR GLBAT-STATUS-TRANSMITTED
                   OR GLBAT-STATUS-REJECTED)
                PERFORM ADD-TO-PENDING-TABLE.
            PERFORM READ-NEXT-BATCH-RECORD.

       ADD-TO-PENDING-TABLE.
            IF PENDING-COUNT = 50
                MOVE "Y" TO TABLE-OVERFLOW
                DISPLAY "PENDING BATCH TABLE FULL - BATCH "
                   GLBAT-NUMBER " LEFT OUT"
            ELSE
                ADD 1 TO PENDING-COUNT
                MOVE GLBAT-NUMBER TO PENDING-NUMBER (PENDING-COUNT)
                MOVE GLBAT-STATUS TO PENDING-STATUS (PENDING-COUNT)
                MOVE GLBAT-BUILT-DATE
                   TO PENDING-BUILT-DATE (PENDING-COUNT)
                MOVE ZERO TO PENDING-AP-CREDITS (PENDING-COUNT)
                MOVE ZERO TO PENDING-AP-DEBITS (PENDING-COUNT)
                MOVE "N" TO PENDING-IN-GL (PENDING-COUNT).

      * Leaves PENDING-SLOT at the batch's table entry, or zero.
       FIND-PENDING-BATCH.
            MOVE ZERO TO PENDING-SLOT.
            PERFORM CHECK-ONE-PENDING-BATCH
               VARYING PENDING-INDEX FROM 1 BY 1
               UNTIL PENDING-INDEX > PENDING-COUNT OR
                     PENDING-SLOT NOT = ZERO.

       CHECK-ONE-PENDING-BATCH.
            IF PENDING-NUMBER (PENDING-INDEX) = GLBAT-NUMBER
                MOVE PENDING-INDEX TO PENDING-SLOT.

      *--------------------------------
      * THE GL TRIAL BALANCE
      *--------------------------------
       LOAD-THE-TRIAL-BALANCE.
            OPEN INPUT GL-TRIAL-BALANCE-FILE.
            MOVE "N" TO IMPORT-FILE-AT-END.
            PERFORM READ-THE-IMPORT-RECORD.
            PERFORM LOAD-ONE-IMPORT-ROW
               UNTIL IMPORT-FILE-AT-END = "Y".
            CLOSE GL-TRIAL-BALANCE-FILE.
            IF ROWS-REJECTED NOT = ZERO
                DISPLAY "GLTBIN ROWS REJECTED: " ROWS-REJECTED.

       LOAD-ONE-IMPORT-ROW.
            PERFORM TAKE-APART-THE-IMPORT-ROW.
            IF IMPORT-ROW-IS-GOOD = "N"
                ADD 1 TO ROWS-REJECTED
                DISPLAY "ROW REJECTED: "
                   GL-TRIAL-BALANCE-RECORD (1 : 60)
            ELSE
                IF IMPORT-COMPANY = TIE-COMPANY
                    PERFORM LOAD-ONE-COMPANY-ROW.
            PERFORM READ-THE-IMPORT-RECORD.

       LOAD-ONE-COMPANY-ROW.
            IF IMPORT-TYPE = "B"
                PERFORM LOAD-ONE-BALANCE-ROW.
            IF IMPORT-TYPE = "J" AND
                  IMPORT-DATE NOT < PERIOD-START-DATE AND
                  IMPORT-DATE NOT > PERIOD-END-DATE
                PERFORM CLASSIFY-THE-ENTRY
                IF ENTRY-IS-EXPLAINED = "Y"
                    ADD 1 TO EXPLAINED-ENTRY-COUNT
                    ADD IMPORT-AMOUNT TO EXPLAINED-ENTRY-TOTAL
                ELSE
                    ADD 1 TO MANUAL-ENTRY-COUNT
                    ADD IMPORT-AMOUNT TO MANUAL-ENTRY-TOTAL.

      * A balance line for some other date is not this period's.
       LOAD-ONE-BALANCE-ROW.
            IF IMPORT-DATE NOT = PERIOD-END-DATE
                DISPLAY "TRIAL BALANCE FOR " IMPORT-GL-CODE
                   " IS DATED " IMPORT-DATE " - SKIPPED"
            ELSE
                IF TB-COUNT = 10
                    MOVE "Y" TO TABLE-OVERFLOW
                    DISPLAY "MORE THAN 10 AP ACCOUNTS - "
                       IMPORT-GL-CODE " LEFT OUT"
                ELSE
                    ADD 1 TO TB-COUNT
                    MOVE IMPORT-GL-CODE TO TB-GL-CODE (TB-COUNT)
                    MOVE IMPORT-AMOUNT TO TB-BALANCE (TB-COUNT)
                    ADD IMPORT-AMOUNT TO GL-BALANCE-TOTAL.

       TAKE-APART-THE-IMPORT-ROW.
            MOVE SPACES TO IMPORT-TYPE
                           IMPORT-COMPANY-X
                           IMPORT-GL-CODE
                           IMPORT-DATE-X
                           IMPORT-FIELD-5
                           IMPORT-FIELD-6.
            UNSTRING GL-TRIAL-BALANCE-RECORD
               DELIMITED BY ","
               INTO IMPORT-TYPE
                    IMPORT-COMPANY-X
                    IMPORT-GL-CODE
                    IMPORT-DATE-X
                    IMPORT-FIELD-5
                    IMPORT-FIELD-6.
            INSPECT IMPORT-TYPE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            INSPECT IMPORT-GL-CODE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            MOVE "Y" TO IMPORT-ROW-IS-GOOD.
            IF IMPORT-TYPE = "B"
                MOVE SPACES TO IMPORT-REFERENCE
                MOVE IMPORT-FIELD-5 TO IMPORT-FIELD-6
            ELSE
                MOVE IMPORT-FIELD-5 TO IMPORT-REFERENCE.
            IF (IMPORT-TYPE NOT = "B" AND IMPORT-TYPE NOT = "J") OR
                  IMPORT-COMPANY-X IS NOT NUMERIC OR
                  IMPORT-DATE-X IS NOT NUMERIC OR
                  FUNCTION TEST-NUMVAL (IMPORT-FIELD-6) NOT = 0
                MOVE "N" TO IMPORT-ROW-IS-GOOD
            ELSE
                MOVE IMPORT-COMPANY-X TO IMPORT-COMPANY
                MOVE IMPORT-DATE-X TO IMPORT-DATE
                COMPUTE IMPORT-AMOUNT =
                   FUNCTION NUMVAL (IMPORT-FIELD-6) / 100.

      * A journal line that carries one of this company's batch
      * numbers came from an AP export. When that batch is one we
      * still hold as pending, the GL already has it.
       CLASSIFY-THE-ENTRY.
            MOVE "N" TO ENTRY-IS-EXPLAINED.
            IF IMPORT-REFERENCE (1 : 5) IS NUMERIC AND
                  IMPORT-REFERENCE (6 : 10) = SPACES
                MOVE IMPORT-REFERENCE (1 : 5) TO GLBAT-NUMBER
                PERFORM READ-THE-BATCH-RECORD
                IF BATCH-RECORD-FOUND = "Y" AND
                      GLBAT-COMPANY = TIE-COMPANY
                    MOVE "Y" TO ENTRY-IS-EXPLAINED
                    PERFORM FIND-PENDING-BATCH
                    IF PENDING-SLOT NOT = ZERO
                        MOVE "Y" TO PENDING-IN-GL (PENDING-SLOT).

      *--------------------------------
      * START THE REPORT
      *--------------------------------
       START-THE-REPORT.
            MOVE "GLTIE01" TO SPOOL-NAME-REPORT-ID.
            MOVE "AP TO GL CONTROL TIE-OUT" TO SPOOL-NAME-TITLE.
            MOVE OPERATOR-ID TO SPOOL-BY-OPERATOR.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.
            MOVE TITLE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            MOVE TIE-COMPANY TO PERIOD-COMPANY.
            MOVE PERIOD-START-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PERIOD-START-PRINT.
            MOVE PERIOD-END-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PERIOD-END-PRINT.
            MOVE PERIOD-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

       PRINT-THE-TRIAL-BALANCE.
            MOVE "GL TRIAL BALANCE - AP ACCOUNTS" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM PRINT-ONE-TRIAL-BALANCE-LINE
               VARYING TB-INDEX FROM 1 BY 1
               UNTIL TB-INDEX > TB-COUNT.
            PERFORM LINE-FEED.

       PRINT-ONE-TRIAL-BALANCE-LINE.
            MOVE TB-GL-CODE (TB-INDEX) TO PRINT-TB-GL-CODE.
            MOVE TB-BALANCE (TB-INDEX) TO PRINT-TB-BALANCE.
            MOVE TRIAL-BALANCE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * THE SUBLEDGER
      *--------------------------------
      * The frozen month-end open items when the month was closed
      * on the period end; otherwise the live open vouchers dated
      * through it, which SCAN-THE-VOUCHERS adds up.
       FIND-THE-SUBLEDGER-TOTAL.
            MOVE "L" TO SUBLEDGER-SOURCE.
            MOVE TIE-COMPANY TO OPSNP-COMPANY.
            MOVE PERIOD-END-DATE TO OPSNP-AS-OF.
            MOVE ZEROES TO OPSNP-VOUCHER.
            READ OPEN-SNAPSHOT-FILE RECORD
               INVALID KEY
               MOVE "L" TO SUBLEDGER-SOURCE
               NOT INVALID KEY
               MOVE "S" TO SUBLEDGER-SOURCE.
            IF SUBLEDGER-SOURCE = "S"
                MOVE "N" TO SNAPSHOT-FILE-AT-END
                PERFORM READ-NEXT-SNAPSHOT-RECORD
                PERFORM ADD-ONE-SNAPSHOT-ITEM
                   UNTIL SNAPSHOT-FILE-AT-END = "Y".

       ADD-ONE-SNAPSHOT-ITEM.
            ADD OPSNP-OPEN-AMOUNT TO SUBLEDGER-TOTAL.
            PERFORM READ-NEXT-SNAPSHOT-RECORD.

      *--------------------------------
      * VOUCHERS NOT YET EXPORTED
      *--------------------------------
       SCAN-THE-VOUCHERS.
            MOVE "VOUCHERS DATED IN THE PERIOD, NOT YET EXPORTED"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE "N" TO VOUCHER-FILE-AT-END.
            PERFORM READ-NEXT-VOUCHER-RECORD.
            PERFORM SCAN-ONE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".
            IF UNEXPORTED-VOUCHER-COUNT = ZERO
                MOVE "  NONE" TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

       SCAN-ONE-VOUCHER.
            IF VOUCHER-COMPANY = TIE-COMPANY
                PERFORM CHECK-ONE-VOUCHER.
            PERFORM READ-NEXT-VOUCHER-RECORD.

       CHECK-ONE-VOUCHER.
            IF SUBLEDGER-SOURCE = "L" AND
                  VOUCHER-PAID-DATE = ZEROES AND
                  VOUCHER-ESCHEATED NOT = "E" AND
                  VOUCHER-DATE NOT > PERIOD-END-DATE
                COMPUTE OPEN-AMOUNT = VOUCHER-AMOUNT
                   - VOUCHER-PAID-AMOUNT - VOUCHER-DISCOUNT-TAKEN
                   - VOUCHER-RETAINED-AMOUNT
                ADD OPEN-AMOUNT TO SUBLEDGER-TOTAL.
            IF VOUCHER-GL-BATCH = ZEROES AND
                  VOUCHER-DATE NOT < PERIOD-START-DATE AND
                  VOUCHER-DATE NOT > PERIOD-END-DATE
                PERFORM PRINT-UNEXPORTED-VOUCHER.
            IF VOUCHER-GL-BATCH NOT = ZEROES
                MOVE VOUCHER-GL-BATCH TO GLBAT-NUMBER
                PERFORM FIND-PENDING-BATCH
                IF PENDING-SLOT NOT = ZERO
                    ADD VOUCHER-AMOUNT
                       TO PENDING-AP-CREDITS (PENDING-SLOT).

       PRINT-UNEXPORTED-VOUCHER.
            ADD 1 TO UNEXPORTED-VOUCHER-COUNT.
            ADD VOUCHER-AMOUNT TO UNEXPORTED-VOUCHER-TOTAL.
            MOVE VOUCHER-NUMBER TO PRINT-VOUCHER-NUMBER.
            MOVE VOUCHER-VENDOR TO PRINT-VENDOR-NUMBER.
            MOVE VOUCHER-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-VOUCHER-DATE.
            MOVE VOUCHER-AMOUNT TO PRINT-VOUCHER-AMOUNT.
            MOVE VOUCHER-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * PAYMENTS NOT YET EXPORTED
      *--------------------------------
       SCAN-THE-PAYMENTS.
            MOVE "PAYMENTS DATED IN THE PERIOD, NOT YET EXPORTED"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE "N" TO PAYMENT-FILE-AT-END.
            PERFORM READ-NEXT-PAYMENT-RECORD.
            PERFORM SCAN-ONE-PAYMENT
               UNTIL PAYMENT-FILE-AT-END = "Y".
            IF UNEXPORTED-PAYMENT-COUNT = ZERO
                MOVE "  NONE" TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

       SCAN-ONE-PAYMENT.
            IF PAYMENT-GL-BATCH = ZEROES AND
                  PAYMENT-DATE NOT < PERIOD-START-DATE AND
                  PAYMENT-DATE NOT > PERIOD-END-DATE
                PERFORM FIND-THE-PAID-VOUCHER-COMPANY
                IF PAID-VOUCHER-COMPANY = TIE-COMPANY
                    PERFORM PRINT-UNEXPORTED-PAYMENT.
            IF PAYMENT-GL-BATCH NOT = ZEROES
                MOVE PAYMENT-GL-BATCH TO GLBAT-NUMBER
                PERFORM FIND-PENDING-BATCH
                IF PENDING-SLOT NOT = ZERO
                    ADD PAYMENT-AMOUNT
                       TO PENDING-AP-DEBITS (PENDING-SLOT).
            PERFORM READ-NEXT-PAYMENT-RECORD.

      * The payment's company is its voucher's - live, or archived
      * once paid in full.
       FIND-THE-PAID-VOUCHER-COMPANY.
            MOVE ZERO TO PAID-VOUCHER-COMPANY.
            MOVE PAYMENT-VOUCHER-NUMBER TO VOUCHER-NUMBER.
            READ VOUCHER-FILE RECORD
               INVALID KEY
               PERFORM FIND-THE-ARCHIVED-COMPANY
               NOT INVALID KEY
               MOVE VOUCHER-COMPANY TO PAID-VOUCHER-COMPANY.

       FIND-THE-ARCHIVED-COMPANY.
            MOVE PAYMENT-VOUCHER-NUMBER TO HISTORY-VOUCHER-NUMBER.
            READ VOUCHER-HISTORY-FILE RECORD
               INVALID KEY
               MOVE ZERO TO PAID-VOUCHER-COMPANY
               NOT INVALID KEY
               MOVE HISTORY-COMPANY TO PAID-VOUCHER-COMPANY.

       PRINT-UNEXPORTED-PAYMENT.
            ADD 1 TO UNEXPORTED-PAYMENT-COUNT.
            ADD PAYMENT-AMOUNT TO UNEXPORTED-PAYMENT-TOTAL.
            MOVE PAYMENT-VOUCHER-NUMBER TO PRINT-PAID-VOUCHER.
            MOVE PAYMENT-CHECK-NO TO PRINT-PAID-CHECK.
            MOVE PAYMENT-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-PAID-DATE.
            MOVE PAYMENT-AMOUNT TO PRINT-PAID-AMOUNT.
            MOVE PAYMENT-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * ADJUSTMENTS NOT YET EXPORTED
      *--------------------------------
       SCAN-THE-ADJUSTMENTS.
            MOVE "VOUCHER ADJUSTMENTS IN THE PERIOD, NOT YET EXPORTED"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE "N" TO ADJUSTMENT-FILE-AT-END.
            PERFORM READ-NEXT-ADJUSTMENT-RECORD.
            PERFORM SCAN-ONE-ADJUSTMENT
               UNTIL ADJUSTMENT-FILE-AT-END = "Y".
            IF UNEXPORTED-ADJUSTMENT-COUNT = ZERO
                MOVE "  NONE" TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

      * The original batch carried the voucher as it was, so the
      * adjustment comes back out of that batch's AP effect.
       SCAN-ONE-ADJUSTMENT.
            IF VADJ-COMPANY = TIE-COMPANY
                PERFORM CHECK-ONE-ADJUSTMENT.
            PERFORM READ-NEXT-ADJUSTMENT-RECORD.

       CHECK-ONE-ADJUSTMENT.
            IF VADJ-GL-BATCH = ZEROES AND
                  VADJ-DATE NOT < PERIOD-START-DATE AND
                  VADJ-DATE NOT > PERIOD-END-DATE
                PERFORM PRINT-UNEXPORTED-ADJUSTMENT.
            IF VADJ-GL-BATCH NOT = ZEROES
                MOVE VADJ-GL-BATCH TO GLBAT-NUMBER
                PERFORM FIND-PENDING-BATCH
                IF PENDING-SLOT NOT = ZERO
                    ADD VADJ-AMOUNT
                       TO PENDING-AP-CREDITS (PENDING-SLOT).
            MOVE VADJ-ORIGINAL-BATCH TO GLBAT-NUMBER.
            PERFORM FIND-PENDING-BATCH.
            IF PENDING-SLOT NOT = ZERO
                SUBTRACT VADJ-AMOUNT
                   FROM PENDING-AP-CREDITS (PENDING-SLOT).

       PRINT-UNEXPORTED-ADJUSTMENT.
            ADD 1 TO UNEXPORTED-ADJUSTMENT-COUNT.
            ADD VADJ-AMOUNT TO UNEXPORTED-ADJUSTMENT-TOTAL.
            MOVE VADJ-VOUCHER-NUMBER TO PRINT-ADJUSTED-VOUCHER.
            MOVE VADJ-GL-CODE TO PRINT-ADJUSTED-GL-CODE.
            MOVE VADJ-TYPE TO PRINT-ADJUSTED-TYPE.
            MOVE VADJ-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-ADJUSTED-DATE.
            MOVE VADJ-AMOUNT TO PRINT-ADJUSTED-AMOUNT.
            MOVE ADJUSTMENT-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * BATCHES NOT YET IN THE GL
      *--------------------------------
       PRINT-THE-BATCHES.
            MOVE "GL BATCHES BUILT, TRANSMITTED OR REJECTED"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM PRINT-ONE-BATCH
               VARYING PENDING-INDEX FROM 1 BY 1
               UNTIL PENDING-INDEX > PENDING-COUNT.
            IF PENDING-COUNT = ZERO
                MOVE "  NONE" TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

      * A batch the GL's journal lines show as posted is printed
      * but left out of the reconciling items.
       PRINT-ONE-BATCH.
            COMPUTE PENDING-NET =
               PENDING-AP-CREDITS (PENDING-INDEX)
               - PENDING-AP-DEBITS (PENDING-INDEX).
            MOVE PENDING-NUMBER (PENDING-INDEX) TO PRINT-BATCH-NUMBER.
            IF PENDING-STATUS (PENDING-INDEX) = "B"
                MOVE "BUILT" TO PRINT-BATCH-STATUS.
            IF PENDING-STATUS (PENDING-INDEX) = "T"
                MOVE "TRANSMITTED" TO PRINT-BATCH-STATUS.
            IF PENDING-STATUS (PENDING-INDEX) = "R"
                MOVE "REJECTED" TO PRINT-BATCH-STATUS.
            MOVE PENDING-BUILT-DATE (PENDING-INDEX) TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-BATCH-BUILT.
            MOVE PENDING-NET TO PRINT-BATCH-NET.
            MOVE SPACES TO PRINT-BATCH-NOTE.
            IF PENDING-IN-GL (PENDING-INDEX) = "Y"
                MOVE "IN GL" TO PRINT-BATCH-NOTE
            ELSE
                IF PENDING-STATUS (PENDING-INDEX) = "R"
                    ADD PENDING-NET TO REJECTED-BATCH-TOTAL
                ELSE
                    ADD PENDING-NET TO PENDING-BATCH-TOTAL.
            MOVE BATCH-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF PENDING-IN-GL (PENDING-INDEX) = "Y"
                MOVE "    POSTED IN THE GL - RECORD ITS ACKNOWLEDGMENT"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * MANUAL GL ENTRIES
      *--------------------------------
      * A second pass of GLTBIN for the lines to list.
       PRINT-THE-MANUAL-ENTRIES.
            MOVE "MANUAL GL ENTRIES TO AP - NOT FROM AN AP BATCH"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF MANUAL-ENTRY-COUNT = ZERO
                MOVE "  NONE" TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER
            ELSE
                OPEN INPUT GL-TRIAL-BALANCE-FILE
                MOVE "N" TO IMPORT-FILE-AT-END
                PERFORM READ-THE-IMPORT-RECORD
                PERFORM PRINT-ONE-MANUAL-ENTRY
                   UNTIL IMPORT-FILE-AT-END = "Y"
                CLOSE GL-TRIAL-BALANCE-FILE.
            PERFORM LINE-FEED.

       PRINT-ONE-MANUAL-ENTRY.
            PERFORM TAKE-APART-THE-IMPORT-ROW.
            IF IMPORT-ROW-IS-GOOD = "Y" AND
                  IMPORT-TYPE = "J" AND
                  IMPORT-COMPANY = TIE-COMPANY AND
                  IMPORT-DATE NOT < PERIOD-START-DATE AND
                  IMPORT-DATE NOT > PERIOD-END-DATE
                PERFORM CLASSIFY-THE-ENTRY
                IF ENTRY-IS-EXPLAINED = "N"
                    PERFORM PRINT-THE-MANUAL-ENTRY.
            PERFORM READ-THE-IMPORT-RECORD.

       PRINT-THE-MANUAL-ENTRY.
            MOVE IMPORT-GL-CODE TO PRINT-ENTRY-GL-CODE.
            MOVE IMPORT-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-ENTRY-DATE.
            MOVE IMPORT-REFERENCE TO PRINT-ENTRY-REFERENCE.
            MOVE IMPORT-AMOUNT TO PRINT-ENTRY-AMOUNT.
            MOVE MANUAL-ENTRY-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * THE TIE-OUT
      *--------------------------------
      * What the GL should show when every reconciling item is
      * accounted for, and what is left over.
       PRINT-THE-TIE-OUT.
            COMPUTE EXPECTED-GL-BALANCE = SUBLEDGER-TOTAL
               - UNEXPORTED-VOUCHER-TOTAL
               + UNEXPORTED-PAYMENT-TOTAL
               - UNEXPORTED-ADJUSTMENT-TOTAL
               - PENDING-BATCH-TOTAL
               - REJECTED-BATCH-TOTAL
               + MANUAL-ENTRY-TOTAL.
            COMPUTE UNRECONCILED-DIFFERENCE =
               GL-BALANCE-TOTAL - EXPECTED-GL-BALANCE.

            MOVE "TIE-OUT" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF SUBLEDGER-SOURCE = "S"
                MOVE "AP SUBLEDGER - MONTH-END SNAPSHOT"
                   TO PRINT-SUMMARY-CAPTION
            ELSE
                MOVE "AP SUBLEDGER - LIVE FILE THROUGH PERIOD END"
                   TO PRINT-SUMMARY-CAPTION.
            MOVE SUBLEDGER-TOTAL TO PRINT-SUMMARY-AMOUNT.
            PERFORM PRINT-THE-SUMMARY-LINE.
            MOVE "LESS VOUCHERS NOT YET EXPORTED"
               TO PRINT-SUMMARY-CAPTION.
            MOVE UNEXPORTED-VOUCHER-TOTAL TO PRINT-SUMMARY-AMOUNT.
            PERFORM PRINT-THE-SUMMARY-LINE.
            MOVE "PLUS PAYMENTS NOT YET EXPORTED"
               TO PRINT-SUMMARY-CAPTION.
            MOVE UNEXPORTED-PAYMENT-TOTAL TO PRINT-SUMMARY-AMOUNT.
            PERFORM PRINT-THE-SUMMARY-LINE.
            MOVE "LESS VOUCHER ADJUSTMENTS NOT YET EXPORTED"
               TO PRINT-SUMMARY-CAPTION.
            MOVE UNEXPORTED-ADJUSTMENT-TOTAL TO PRINT-SUMMARY-AMOUNT.
            PERFORM PRINT-THE-SUMMARY-LINE.
            MOVE "LESS BATCHES BUILT/TRANSMITTED, NOT IN GL"
               TO PRINT-SUMMARY-CAPTION.
            MOVE PENDING-BATCH-TOTAL TO PRINT-SUMMARY-AMOUNT.
            PERFORM PRINT-THE-SUMMARY-LINE.
            MOVE "LESS REJECTED BATCHES"
               TO PRINT-SUMMARY-CAPTION.
            MOVE REJECTED-BATCH-TOTAL TO PRINT-SUMMARY-AMOUNT.
            PERFORM PRINT-THE-SUMMARY-LINE.
            MOVE "PLUS MANUAL GL ENTRIES"
               TO PRINT-SUMMARY-CAPTION.
            MOVE MANUAL-ENTRY-TOTAL TO PRINT-SUMMARY-AMOUNT.
            PERFORM PRINT-THE-SUMMARY-LINE.
            MOVE "EXPECTED GL AP BALANCE"
               TO PRINT-SUMMARY-CAPTION.
            MOVE EXPECTED-GL-BALANCE TO PRINT-SUMMARY-AMOUNT.
            PERFORM PRINT-THE-SUMMARY-LINE.
            MOVE "GL AP BALANCE PER TRIAL BALANCE"
               TO PRINT-SUMMARY-CAPTION.
            MOVE GL-BALANCE-TOTAL TO PRINT-SUMMARY-AMOUNT.
            PERFORM PRINT-THE-SUMMARY-LINE.
            PERFORM LINE-FEED.
            MOVE "UNRECONCILED DIFFERENCE"
               TO PRINT-SUMMARY-CAPTION.
            MOVE UNRECONCILED-DIFFERENCE TO PRINT-SUMMARY-AMOUNT.
            PERFORM PRINT-THE-SUMMARY-LINE.
            MOVE "(GL LINES FROM AP BATCHES, EXPLAINED)"
               TO PRINT-SUMMARY-CAPTION.
            MOVE EXPLAINED-ENTRY-TOTAL TO PRINT-SUMMARY-AMOUNT.
            PERFORM PRINT-THE-SUMMARY-LINE.
            PERFORM LINE-FEED.
            IF TABLE-OVERFLOW = "Y"
                MOVE "*** A TABLE OVERFLOWED - FIGURES ARE INCOMPLETE"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

            MOVE UNRECONCILED-DIFFERENCE TO PRINT-SUMMARY-AMOUNT.
            DISPLAY "UNRECONCILED DIFFERENCE: " PRINT-SUMMARY-AMOUNT.

       PRINT-THE-SUMMARY-LINE.
            MOVE SUMMARY-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * RECORD AND SIGN OFF
      *--------------------------------
       RECORD-THE-TIE-OUT.
            MOVE TIE-COMPANY TO GLTIE-COMPANY.
            MOVE PERIOD-END-DATE TO GLTIE-PERIOD-END.
            MOVE "Y" TO TIEOUT-RECORD-FOUND.
            READ GL-TIEOUT-FILE RECORD
               INVALID KEY
               MOVE "N" TO TIEOUT-RECORD-FOUND.
            IF TIEOUT-RECORD-FOUND = "Y" AND
                  GLTIE-SIGNED-OFF
                DISPLAY "THIS MONTH WAS SIGNED OFF BY "
                   GLTIE-SIGNED-BY " ON " GLTIE-SIGNED-DATE
                DISPLAY "THAT REPORT STAYS KEPT IN THE SPOOL CATALOG".
            MOVE PERIOD-START-DATE TO GLTIE-PERIOD-START.
            MOVE GL-BALANCE-TOTAL TO GLTIE-GL-BALANCE.
            MOVE SUBLEDGER-TOTAL TO GLTIE-SUBLEDGER.
            MOVE SUBLEDGER-SOURCE TO GLTIE-SUBLEDGER-SOURCE.
            MOVE UNEXPORTED-VOUCHER-TOTAL TO GLTIE-UNEXPORTED.
            SUBTRACT UNEXPORTED-PAYMENT-TOTAL FROM GLTIE-UNEXPORTED.
            ADD UNEXPORTED-ADJUSTMENT-TOTAL TO GLTIE-UNEXPORTED.
            MOVE PENDING-BATCH-TOTAL TO GLTIE-PENDING-BATCHES.
            MOVE REJECTED-BATCH-TOTAL TO GLTIE-REJECTED-BATCHES.
            MOVE MANUAL-ENTRY-TOTAL TO GLTIE-MANUAL-ENTRIES.
            MOVE UNRECONCILED-DIFFERENCE TO GLTIE-DIFFERENCE.
            MOVE OPERATOR-ID TO GLTIE-PREPARED-BY.
            MOVE TODAY-DATE TO GLTIE-PREPARED-DATE.
            MOVE "P" TO GLTIE-STATUS.
            MOVE SPACES TO GLTIE-SIGNED-BY.
            MOVE ZEROES TO GLTIE-SIGNED-DATE.
            MOVE SPOOL-NAME-REPORT-ID TO GLTIE-SPOOL-REPORT-ID.
            MOVE SPOOL-STAMP-DATE TO GLTIE-SPOOL-DATE.
            MOVE SPOOL-STAMP-TIME TO GLTIE-SPOOL-TIME.
            PERFORM ASK-FOR-THE-SIGN-OFF.
            IF SIGN-OFF-ANSWER = "Y"
                MOVE "S" TO GLTIE-STATUS
                MOVE OPERATOR-ID TO GLTIE-SIGNED-BY
                MOVE TODAY-DATE TO GLTIE-SIGNED-DATE
                PERFORM PRINT-THE-SIGN-OFF.
            IF TIEOUT-RECORD-FOUND = "Y"
                REWRITE GL-TIEOUT-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING TIE-OUT RECORD"
            ELSE
                WRITE GL-TIEOUT-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING TIE-OUT RECORD".

       ASK-FOR-THE-SIGN-OFF.
            IF UNRECONCILED-DIFFERENCE NOT = ZERO
                DISPLAY "THE TIE-OUT HAS AN UNRECONCILED DIFFERENCE".
            DISPLAY "SIGN OFF THIS MONTH'S TIE-OUT (Y/N)?".
            ACCEPT SIGN-OFF-ANSWER.
            INSPECT SIGN-OFF-ANSWER
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            PERFORM RE-ASK-FOR-THE-SIGN-OFF
               UNTIL SIGN-OFF-ANSWER = "Y" OR "N".

       RE-ASK-FOR-THE-SIGN-OFF.
            DISPLAY "YOU MUST ENTER Y OR N".
            ACCEPT SIGN-OFF-ANSWER.
            INSPECT SIGN-OFF-ANSWER
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       PRINT-THE-SIGN-OFF.
            MOVE OPERATOR-ID TO PRINT-SIGNED-BY.
            MOVE TODAY-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-SIGNED-DATE.
            MOVE SIGN-OFF-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      * The signed-off run's catalog record is marked kept, so the
      * spooled report outlives any purge.
       KEEP-THE-SPOOLED-REPORT.
            OPEN I-O SPOOL-CATALOG-FILE.
            MOVE SPOOL-NAME-REPORT-ID TO SPOOL-REPORT-ID.
            MOVE SPOOL-STAMP-DATE TO SPOOL-REPORT-DATE.
            MOVE SPOOL-STAMP-TIME TO SPOOL-REPORT-TIME.
            MOVE "Y" TO CATALOG-RECORD-FOUND.
            READ SPOOL-CATALOG-FILE RECORD
               INVALID KEY
               MOVE "N" TO CATALOG-RECORD-FOUND.
            IF CATALOG-RECORD-FOUND = "Y"
                MOVE "K" TO SPOOL-STATUS
                REWRITE SPOOL-CATALOG-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING SPOOL CATALOG RECORD".
            CLOSE SPOOL-CATALOG-FILE.
            DISPLAY "TIE-OUT SIGNED OFF AND KEPT AS "
               SPOOL-PRINTER-NAME.

      *--------------------------------
       READ-NEXT-BATCH-RECORD.
            READ GL-BATCH-FILE NEXT RECORD
               AT END MOVE "Y" TO BATCH-FILE-AT-END.

       READ-THE-BATCH-RECORD.
            MOVE "Y" TO BATCH-RECORD-FOUND.
            READ GL-BATCH-FILE RECORD
               INVALID KEY
               MOVE "N" TO BATCH-RECORD-FOUND.

       READ-THE-IMPORT-RECORD.
            READ GL-TRIAL-BALANCE-FILE
               AT END MOVE "Y" TO IMPORT-FILE-AT-END.

       READ-NEXT-VOUCHER-RECORD.
            READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-FILE-AT-END.

       READ-NEXT-PAYMENT-RECORD.
            READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO PAYMENT-FILE-AT-END.

       READ-NEXT-ADJUSTMENT-RECORD.
            READ VOUCHER-ADJUSTMENT-FILE NEXT RECORD
               AT END MOVE "Y" TO ADJUSTMENT-FILE-AT-END.

      * The snapshot's own items follow its heading record.
       READ-NEXT-SNAPSHOT-RECORD.
            READ OPEN-SNAPSHOT-FILE NEXT RECORD
               AT END MOVE "Y" TO SNAPSHOT-FILE-AT-END.
            IF SNAPSHOT-FILE-AT-END NOT = "Y"
                IF OPSNP-COMPANY NOT = TIE-COMPANY OR
                      OPSNP-AS-OF NOT = PERIOD-END-DATE
                    MOVE "Y" TO SNAPSHOT-FILE-AT-END.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".

            COPY "plspool01.cbl".
