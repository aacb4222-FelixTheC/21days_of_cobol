      * are only advanced (locking the period) if the operator
      * confirms after seeing the counts, even when they mismatch, so
      * a known/explained variance does not block the close.
      *
      * Closing also freezes the company's open items as they stand
      * (fdopsnp01.cbl), so the month's aging and open-AP proof can
      * be reprinted later exactly as they were at the close.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vchclo01.
            COPY "slaudit01.cbl".
            COPY "sloperator.cbl".
            COPY "sljrnl01.cbl".
            COPY "slopsnp01.cbl".

            COPY "slsplcat.cbl".

            COPY "fdaudit01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdopsnp01.cbl".

            COPY "fdsplcat.cbl".

            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-RESULT-MESSAGE       PIC X(40).

       01   SNAPSHOT-LINE.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(20)
                          VALUE "OPEN ITEMS FROZEN AS".
            05 FILLER                     PIC X(4)  VALUE " OF ".
            05 PRINT-SNAPSHOT-AS-OF       PIC Z9/99/9999.
            05 FILLER                     PIC X(2)  VALUE ": ".
            05 PRINT-SNAPSHOT-COUNT       PIC ZZZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-SNAPSHOT-TOTAL       PIC ZZZ,ZZZ,ZZ9.99-.

       77   VOUCHER-FILE-AT-END           PIC X.
       77   EXPECTED-VOUCHER-COUNT        PIC S9(6).
       77   ACTUAL-VOUCHER-COUNT          PIC S9(6) VALUE ZERO.
       77   CLOSE-PERIOD-ID               PIC X(6).
       77   CONTROL-RECORD-FOUND          PIC X.

       77   SNAPSHOT-AS-OF                PIC 9(8).
       77   SNAPSHOT-OPEN-AP              PIC S9(9)V99.
       77   SNAPSHOT-COUNT                PIC 9(5) VALUE ZERO.
       77   SNAPSHOT-TOTAL                PIC S9(9)V99 VALUE ZERO.
       77   SNAPSHOT-FILE-AT-END          PIC X.
       77   SNAPSHOT-DATE-TAKEN           PIC 9(8).

       77   OPERATOR-ID                   PIC X(10) VALUE "SYSTEM".
       77   OPERATOR-RECORD-FOUND         PIC X.

            OPEN INPUT OPERATOR-FILE.
            OPEN EXTEND JOURNAL-FILE.
            MOVE "VCHCLO01" TO JOURNAL-PROGRAM-NAME.
            OPEN I-O OPEN-SNAPSHOT-FILE.

       CLOSING-PROCEDURE.
            CLOSE VOUCHER-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE PRINTER-FILE.
            CLOSE JOURNAL-FILE.
            CLOSE OPEN-SNAPSHOT-FILE.

      *--------------------------------
      * OPERATOR SIGN-ON
            PERFORM PRINT-RECONCILIATION-REPORT.
            PERFORM ASK-TO-CLOSE.
            IF OK-TO-CLOSE = "Y"
                PERFORM TAKE-THE-OPEN-SNAPSHOT
                PERFORM CLOSE-THE-PERIOD.

       COUNT-ACTUAL-VOUCHERS.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO CONTROL-PERIOD-CUTOFF-DATE.

      *--------------------------------
      * OPEN-ITEM SNAPSHOT
      *--------------------------------
      * Taken before the period advances, so the as-of date is the
      * cutoff of the month being closed and the control total is
      * the one the month ended on.
       TAKE-THE-OPEN-SNAPSHOT.
            MOVE CLOSE-COMPANY TO CONTROL-KEY.
            PERFORM READ-CONTROL-WITH-RETRY.
            MOVE CONTROL-OPEN-AP-TOTAL TO SNAPSHOT-OPEN-AP.
            ACCEPT SNAPSHOT-DATE-TAKEN FROM DATE YYYYMMDD.
            IF CONTROL-PERIOD-CUTOFF-DATE = ZEROES
                MOVE SNAPSHOT-DATE-TAKEN TO SNAPSHOT-AS-OF
            ELSE
                MOVE CONTROL-PERIOD-CUTOFF-DATE TO SNAPSHOT-AS-OF.
            PERFORM REMOVE-EARLIER-SNAPSHOT.
            PERFORM WRITE-THE-SNAPSHOT-HEADER.
            MOVE ZEROES TO VOUCHER-NUMBER.
            MOVE "N" TO VOUCHER-FILE-AT-END.
            START VOUCHER-FILE
               KEY IS NOT LESS THAN VOUCHER-NUMBER
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.
            IF VOUCHER-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-VOUCHER-RECORD.
            PERFORM SNAPSHOT-ONE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".
            PERFORM PRINT-THE-SNAPSHOT-LINE.

      * A second close of the same month replaces its snapshot.
       REMOVE-EARLIER-SNAPSHOT.
            MOVE CLOSE-COMPANY TO OPSNP-COMPANY.
            MOVE SNAPSHOT-AS-OF TO OPSNP-AS-OF.
            MOVE ZEROES TO OPSNP-VOUCHER.
            MOVE "N" TO SNAPSHOT-FILE-AT-END.
            START OPEN-SNAPSHOT-FILE
               KEY IS NOT LESS THAN OPSNP-KEY
               INVALID KEY
               MOVE "Y" TO SNAPSHOT-FILE-AT-END.
            IF SNAPSHOT-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-SNAPSHOT-RECORD.
            PERFORM DELETE-ONE-SNAPSHOT-RECORD
               UNTIL SNAPSHOT-FILE-AT-END = "Y".

       DELETE-ONE-SNAPSHOT-RECORD.
            DELETE OPEN-SNAPSHOT-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING SNAPSHOT RECORD".
            PERFORM READ-NEXT-SNAPSHOT-RECORD.

       READ-NEXT-SNAPSHOT-RECORD.
            READ OPEN-SNAPSHOT-FILE NEXT RECORD
               AT END MOVE "Y" TO SNAPSHOT-FILE-AT-END.
            IF SNAPSHOT-FILE-AT-END NOT = "Y"
                IF OPSNP-COMPANY NOT = CLOSE-COMPANY OR
                      OPSNP-AS-OF NOT = SNAPSHOT-AS-OF
                    MOVE "Y" TO SNAPSHOT-FILE-AT-END.

       WRITE-THE-SNAPSHOT-HEADER.
            INITIALIZE OPEN-SNAPSHOT-RECORD.
            MOVE CLOSE-COMPANY TO OPSNP-COMPANY.
            MOVE SNAPSHOT-AS-OF TO OPSNP-AS-OF.
            MOVE ZEROES TO OPSNP-VOUCHER.
            MOVE CLOSE-PERIOD-ID TO OPSNP-PERIOD-ID.
            MOVE SNAPSHOT-OPEN-AP TO OPSNP-CONTROL-OPEN-AP.
            MOVE SNAPSHOT-DATE-TAKEN TO OPSNP-TAKEN-DATE.
            MOVE OPERATOR-ID TO OPSNP-TAKEN-BY.
            WRITE OPEN-SNAPSHOT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING SNAPSHOT HEADER".

      * Open on the vchprf01.cbl rule: unpaid, not escheated, the
      * amount less cash, discount and retainage.
       SNAPSHOT-ONE-VOUCHER.
            IF VOUCHER-COMPANY = CLOSE-COMPANY AND
                  VOUCHER-PAID-DATE = ZEROES AND
                  VOUCHER-ESCHEATED NOT = "E"
                PERFORM WRITE-THE-SNAPSHOT-RECORD.
            PERFORM READ-NEXT-VOUCHER-RECORD.

       WRITE-THE-SNAPSHOT-RECORD.
            INITIALIZE OPEN-SNAPSHOT-RECORD.
            MOVE CLOSE-COMPANY TO OPSNP-COMPANY.
            MOVE SNAPSHOT-AS-OF TO OPSNP-AS-OF.
            MOVE VOUCHER-NUMBER TO OPSNP-VOUCHER.
            MOVE CLOSE-PERIOD-ID TO OPSNP-PERIOD-ID.
            MOVE VOUCHER-VENDOR TO OPSNP-VENDOR.
            MOVE VOUCHER-DATE TO OPSNP-VOUCHER-DATE.
            MOVE VOUCHER-DUE TO OPSNP-DUE.
            MOVE VOUCHER-AMOUNT TO OPSNP-AMOUNT.
            MOVE VOUCHER-PAID-AMOUNT TO OPSNP-PAID-AMOUNT.
            MOVE VOUCHER-DISCOUNT-TAKEN TO OPSNP-DISCOUNT-TAKEN.
            MOVE VOUCHER-RETAINED-AMOUNT TO OPSNP-RETAINED-AMOUNT.
            COMPUTE OPSNP-OPEN-AMOUNT = VOUCHER-AMOUNT
               - VOUCHER-PAID-AMOUNT - VOUCHER-DISCOUNT-TAKEN
               - VOUCHER-RETAINED-AMOUNT.
            IF VOUCHER-DUE NOT = ZEROES
                COMPUTE OPSNP-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE (SNAPSHOT-AS-OF) -
                   FUNCTION INTEGER-OF-DATE (VOUCHER-DUE).
            PERFORM DETERMINE-SNAPSHOT-BUCKET.
            MOVE VOUCHER-DISPUTE-FLAG TO OPSNP-DISPUTE-FLAG.
            MOVE VOUCHER-DISPUTE-REASON TO OPSNP-DISPUTE-REASON.
            IF VOUCHER-IN-DISPUTE
                MOVE OPSNP-OPEN-AMOUNT TO OPSNP-DISPUTE-AMOUNT.
            MOVE SNAPSHOT-DATE-TAKEN TO OPSNP-TAKEN-DATE.
            MOVE OPERATOR-ID TO OPSNP-TAKEN-BY.
            WRITE OPEN-SNAPSHOT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING SNAPSHOT RECORD".
            ADD 1 TO SNAPSHOT-COUNT.
            ADD OPSNP-OPEN-AMOUNT TO SNAPSHOT-TOTAL.

       DETERMINE-SNAPSHOT-BUCKET.
            EVALUATE TRUE
                WHEN OPSNP-DAYS-PAST-DUE NOT > 0
                    MOVE 1 TO OPSNP-BUCKET
                WHEN OPSNP-DAYS-PAST-DUE NOT > 30
                    MOVE 2 TO OPSNP-BUCKET
                WHEN OPSNP-DAYS-PAST-DUE NOT > 60
                    MOVE 3 TO OPSNP-BUCKET
                WHEN OPSNP-DAYS-PAST-DUE NOT > 90
                    MOVE 4 TO OPSNP-BUCKET
                WHEN OTHER
                    MOVE 5 TO OPSNP-BUCKET
            END-EVALUATE.

       PRINT-THE-SNAPSHOT-LINE.
            MOVE SNAPSHOT-AS-OF TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-SNAPSHOT-AS-OF.
            MOVE SNAPSHOT-COUNT TO PRINT-SNAPSHOT-COUNT.
            MOVE SNAPSHOT-TOTAL TO PRINT-SNAPSHOT-TOTAL.
            MOVE SNAPSHOT-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            DISPLAY "OPEN ITEMS FROZEN: " SNAPSHOT-COUNT.

      * The close's update rides the plctllck.cbl lock-retry
      * protocol, which also journals it.
       REWRITE-CONTROL-RECORD.
