      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Legal-hold inventory - for one matter, or every matter on
      * the register (fdlhld01.cbl), each vendor held under it and
      * what the hold is keeping out of the purges: the vendor
      * master (live or already in the vendor archive), every
      * voucher the hold covers - live or archived - with its
      * payment-history records, and the vendor's audit lines.
      * Vouchers are tested with the same pllhld01.cbl judgment the
      * purge programs use, so the report lists exactly what they
      * skip. A released hold prints who released it and when, and
      * nothing under it - it no longer keeps anything.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lhdrpt01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "sllhld01.cbl".
            COPY "slvnd02.cbl".
            COPY "slvndhst.cbl".
            COPY "slvouch.cbl".
            COPY "slvchhst.cbl".
            COPY "slpayhst.cbl".
            COPY "slvndaud.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdlhld01.cbl".
            COPY "fdvnd04.cbl".
            COPY "fdvndhst.cbl".
            COPY "fdvouch.cbl".
            COPY "fdvchhst.cbl".
            COPY "fdpayhst.cbl".
            COPY "fdvndaud.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

       01   TITLE-LINE.
            05 FILLER                     PIC X(25) VALUE SPACE.
            05 FILLER                     PIC X(20)
               VALUE "LEGAL HOLD INVENTORY".

       01   MATTER-LINE.
            05 FILLER                     PIC X(7)  VALUE "MATTER ".
            05 PRINT-MATTER               PIC X(8).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-MATTER-NAME          PIC X(40).

       01   VENDOR-LINE.
            05 FILLER                     PIC X(9)  VALUE "  VENDOR ".
            05 PRINT-VENDOR               PIC 9(5).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-VENDOR-NAME          PIC X(30).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-VENDOR-WHERE         PIC X(13).

       01   PLACED-LINE.
            05 FILLER                     PIC X(15)
               VALUE "    HELD SINCE ".
            05 PRINT-PLACED-DATE          PIC Z9/99/9999.
            05 FILLER                     PIC X(4)  VALUE " BY ".
            05 PRINT-PLACED-BY            PIC X(10).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-SCOPE                PIC X(35).

       01   RELEASED-LINE.
            05 FILLER                     PIC X(13)
               VALUE "    RELEASED ".
            05 PRINT-RELEASED-DATE        PIC Z9/99/9999.
            05 FILLER                     PIC X(4)  VALUE " BY ".
            05 PRINT-RELEASED-BY          PIC X(10).
            05 FILLER                     PIC X(24)
               VALUE " - NOTHING HELD UNDER IT".

       01   COLUMN-LINE.
            05 FILLER                     PIC X(40)
               VALUE "    VOUCH WHERE    DATED      INVOICE   ".
            05 FILLER                     PIC X(38)
               VALUE "           AMOUNT       PAID  PAYMENTS".

       01   DETAIL-LINE.
            05 FILLER                     PIC X(4)  VALUE SPACE.
            05 PRINT-VOUCHER              PIC ZZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-VOUCHER-WHERE        PIC X(8).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-VOUCHER-DATE         PIC Z9/99/9999.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-INVOICE              PIC X(15).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-AMOUNT               PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-PAID-DATE            PIC Z9/99/9999.
            05 FILLER                     PIC X(4)  VALUE SPACE.
            05 PRINT-PAYMENTS             PIC ZZZ9.

       01   AUDIT-LINE.
            05 FILLER                     PIC X(23)
               VALUE "    VENDOR AUDIT LINES ".
            05 PRINT-AUDIT-LINES          PIC ZZ,ZZ9.

       01   TOTAL-LINE.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-TOTAL-LABEL          PIC X(30).
            05 PRINT-TOTAL-COUNT          PIC ZZ,ZZ9.

       77   REPORT-MATTER                 PIC X(8).
       77   CURRENT-MATTER                PIC X(8).
       77   CURRENT-VENDOR                PIC 9(5).
       77   CURRENT-VOUCHER               PIC 9(5).
       77   HOLD-FILE-AT-END              PIC X.
       77   VOUCHER-AT-END                PIC X.
       77   HISTORY-AT-END                PIC X.
       77   PAYMENT-AT-END                PIC X.
       77   AUDIT-AT-END                  PIC X.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   VNDHST-RECORD-FOUND           PIC X.
       77   PAYMENT-COUNT                 PIC 9(4).

       77   HOLDS-LISTED                  PIC 9(5) VALUE ZERO.
       77   MATTER-VENDORS                PIC 9(5) VALUE ZERO.
       77   MATTER-VOUCHERS               PIC 9(5) VALUE ZERO.
       77   MATTER-PAYMENTS               PIC 9(5) VALUE ZERO.
       77   MATTER-AUDIT-LINES            PIC 9(5) VALUE ZERO.
       77   VENDOR-AUDIT-LINES            PIC 9(5) VALUE ZERO.

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wslhld01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            PERFORM ACCEPT-REPORT-MATTER.
            MOVE TITLE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

            PERFORM START-THE-REGISTER.
            IF HOLD-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-HOLD-RECORD.
            PERFORM REPORT-ONE-MATTER
               UNTIL HOLD-FILE-AT-END = "Y".

            IF HOLDS-LISTED = ZERO
                MOVE "NO LEGAL HOLDS ON FILE" TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT LEGAL-HOLD-FILE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT VENDOR-HISTORY-MASTER-FILE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT VOUCHER-HISTORY-FILE.
            OPEN INPUT PAYMENT-HISTORY-FILE.
            OPEN INPUT VENDOR-AUDIT-FILE.
            MOVE "LHDRPT01" TO SPOOL-NAME-REPORT-ID.
            MOVE "LEGAL HOLD INVENTORY" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE LEGAL-HOLD-FILE.
            CLOSE VENDOR-FILE.
            CLOSE VENDOR-HISTORY-MASTER-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE VOUCHER-HISTORY-FILE.
            CLOSE PAYMENT-HISTORY-FILE.
            CLOSE VENDOR-AUDIT-FILE.
            CLOSE PRINTER-FILE.

       ACCEPT-REPORT-MATTER.
            DISPLAY "ENTER MATTER CODE (BLANK FOR ALL MATTERS)".
            MOVE SPACES TO REPORT-MATTER.
            ACCEPT REPORT-MATTER.
            INSPECT REPORT-MATTER
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

      *--------------------------------
      * ONE MATTER
      *--------------------------------
       REPORT-ONE-MATTER.
            MOVE LHLD-MATTER TO CURRENT-MATTER.
            MOVE ZERO TO MATTER-VENDORS.
            MOVE ZERO TO MATTER-VOUCHERS.
            MOVE ZERO TO MATTER-PAYMENTS.
            MOVE ZERO TO MATTER-AUDIT-LINES.
            MOVE LHLD-MATTER TO PRINT-MATTER.
            MOVE LHLD-MATTER-NAME TO PRINT-MATTER-NAME.
            MOVE MATTER-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM REPORT-ONE-HOLD
               UNTIL HOLD-FILE-AT-END = "Y" OR
                  LHLD-MATTER NOT = CURRENT-MATTER.
            PERFORM PRINT-MATTER-TOTALS.

       REPORT-ONE-HOLD.
            ADD 1 TO HOLDS-LISTED.
            PERFORM PRINT-HOLD-HEADING.
            IF LHLD-HOLD-PLACED
                ADD 1 TO MATTER-VENDORS
                PERFORM LIST-HELD-VOUCHERS
                PERFORM COUNT-VENDOR-AUDIT-LINES.
            PERFORM READ-NEXT-HOLD-RECORD.

       PRINT-HOLD-HEADING.
            PERFORM LINE-FEED.
            MOVE LHLD-VENDOR TO PRINT-VENDOR.
            PERFORM FIND-THE-VENDOR.
            MOVE VENDOR-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF LHLD-HOLD-RELEASED
                PERFORM PRINT-RELEASED-LINE
            ELSE
                PERFORM PRINT-PLACED-LINE.

       PRINT-PLACED-LINE.
            MOVE LHLD-PLACED-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-PLACED-DATE.
            MOVE LHLD-PLACED-BY TO PRINT-PLACED-BY.
            MOVE SPACES TO PRINT-SCOPE.
            IF LHLD-FROM-DATE = ZEROES AND LHLD-THRU-DATE = ZEROES
                MOVE "ALL DATES" TO PRINT-SCOPE
            ELSE
                PERFORM FORMAT-THE-SCOPE.
            MOVE PLACED-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF LHLD-VOUCHER-COUNT NOT = ZEROES
                MOVE "    LISTED VOUCHERS ONLY" TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

       FORMAT-THE-SCOPE.
            MOVE "DATED" TO PRINT-SCOPE.
            IF LHLD-FROM-DATE NOT = ZEROES
                MOVE LHLD-FROM-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                MOVE FORMATTED-DATE TO PRINT-SCOPE (7 : 10).
            MOVE "-" TO PRINT-SCOPE (18 : 1).
            IF LHLD-THRU-DATE NOT = ZEROES
                MOVE LHLD-THRU-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                MOVE FORMATTED-DATE TO PRINT-SCOPE (20 : 10).

       PRINT-RELEASED-LINE.
            MOVE LHLD-RELEASED-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-RELEASED-DATE.
            MOVE LHLD-RELEASED-BY TO PRINT-RELEASED-BY.
            MOVE RELEASED-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       FIND-THE-VENDOR.
            MOVE LHLD-VENDOR TO VENDOR-NUMBER.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.
            IF VENDOR-RECORD-FOUND = "Y"
                MOVE VENDOR-NAME TO PRINT-VENDOR-NAME
                MOVE "ON FILE" TO PRINT-VENDOR-WHERE
            ELSE
                PERFORM FIND-THE-ARCHIVED-VENDOR.

       FIND-THE-ARCHIVED-VENDOR.
            MOVE LHLD-VENDOR TO VNDHST-VENDOR-NUMBER.
            MOVE "Y" TO VNDHST-RECORD-FOUND.
            READ VENDOR-HISTORY-MASTER-FILE RECORD
               INVALID KEY
               MOVE "N" TO VNDHST-RECORD-FOUND.
            IF VNDHST-RECORD-FOUND = "Y"
                MOVE VNDHST-IMAGE (6 : 30) TO PRINT-VENDOR-NAME
                MOVE "ARCHIVED" TO PRINT-VENDOR-WHERE
            ELSE
                MOVE "**NOT FOUND**" TO PRINT-VENDOR-NAME
                MOVE SPACES TO PRINT-VENDOR-WHERE.

      *--------------------------------
      * THE VOUCHERS A HOLD KEEPS
      *--------------------------------
      * The vendor's live vouchers by the VOUCHER-VENDOR alternate
      * key, then the archived ones by HISTORY-VOUCHER-VENDOR, each
      * put to the hold in the buffer.
       LIST-HELD-VOUCHERS.
            MOVE LHLD-VENDOR TO CURRENT-VENDOR.
            MOVE COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE "N" TO VOUCHER-AT-END.
            MOVE CURRENT-VENDOR TO VOUCHER-VENDOR.
            START VOUCHER-FILE
               KEY IS NOT LESS THAN VOUCHER-VENDOR
               INVALID KEY
               MOVE "Y" TO VOUCHER-AT-END.
            PERFORM LIST-ONE-LIVE-VOUCHER
               UNTIL VOUCHER-AT-END = "Y".
            MOVE "N" TO HISTORY-AT-END.
            MOVE CURRENT-VENDOR TO HISTORY-VOUCHER-VENDOR.
            START VOUCHER-HISTORY-FILE
               KEY IS NOT LESS THAN HISTORY-VOUCHER-VENDOR
               INVALID KEY
               MOVE "Y" TO HISTORY-AT-END.
            PERFORM LIST-ONE-ARCHIVED-VOUCHER
               UNTIL HISTORY-AT-END = "Y".

       LIST-ONE-LIVE-VOUCHER.
            READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.
            IF VOUCHER-AT-END NOT = "Y"
                IF VOUCHER-VENDOR NOT = CURRENT-VENDOR
                    MOVE "Y" TO VOUCHER-AT-END
                ELSE
                    MOVE VOUCHER-VENDOR TO HOLD-CHECK-VENDOR
                    MOVE VOUCHER-NUMBER TO HOLD-CHECK-VOUCHER
                    MOVE VOUCHER-DATE TO HOLD-CHECK-DATE
                    PERFORM JUDGE-ONE-LEGAL-HOLD
                    IF HOLD-COVERS-IT = "Y"
                        PERFORM PRINT-LIVE-VOUCHER.

       PRINT-LIVE-VOUCHER.
            MOVE SPACE TO DETAIL-LINE.
            MOVE VOUCHER-NUMBER TO PRINT-VOUCHER.
            MOVE "LIVE" TO PRINT-VOUCHER-WHERE.
            MOVE VOUCHER-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-VOUCHER-DATE.
            MOVE VOUCHER-INVOICE TO PRINT-INVOICE.
            MOVE VOUCHER-AMOUNT TO PRINT-AMOUNT.
            MOVE VOUCHER-PAID-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-PAID-DATE.
            MOVE VOUCHER-NUMBER TO CURRENT-VOUCHER.
            PERFORM PRINT-THE-VOUCHER.

       LIST-ONE-ARCHIVED-VOUCHER.
            READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO HISTORY-AT-END.
            IF HISTORY-AT-END NOT = "Y"
                IF HISTORY-VOUCHER-VENDOR NOT = CURRENT-VENDOR
                    MOVE "Y" TO HISTORY-AT-END
                ELSE
                    MOVE HISTORY-VOUCHER-VENDOR TO HOLD-CHECK-VENDOR
                    MOVE HISTORY-VOUCHER-NUMBER TO HOLD-CHECK-VOUCHER
                    MOVE HISTORY-DATE TO HOLD-CHECK-DATE
                    PERFORM JUDGE-ONE-LEGAL-HOLD
                    IF HOLD-COVERS-IT = "Y"
                        PERFORM PRINT-ARCHIVED-VOUCHER.

       PRINT-ARCHIVED-VOUCHER.
            MOVE SPACE TO DETAIL-LINE.
            MOVE HISTORY-VOUCHER-NUMBER TO PRINT-VOUCHER.
            MOVE "ARCHIVED" TO PRINT-VOUCHER-WHERE.
            MOVE HISTORY-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-VOUCHER-DATE.
            MOVE HISTORY-INVOICE TO PRINT-INVOICE.
            MOVE HISTORY-AMOUNT TO PRINT-AMOUNT.
            MOVE HISTORY-PAID-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-PAID-DATE.
            MOVE HISTORY-VOUCHER-NUMBER TO CURRENT-VOUCHER.
            PERFORM PRINT-THE-VOUCHER.

       PRINT-THE-VOUCHER.
            PERFORM COUNT-VOUCHER-PAYMENTS.
            MOVE PAYMENT-COUNT TO PRINT-PAYMENTS.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            ADD 1 TO MATTER-VOUCHERS.
            ADD PAYMENT-COUNT TO MATTER-PAYMENTS.

       COUNT-VOUCHER-PAYMENTS.
            MOVE ZERO TO PAYMENT-COUNT.
            MOVE "N" TO PAYMENT-AT-END.
            MOVE CURRENT-VOUCHER TO PAYMENT-VOUCHER-NUMBER.
            MOVE ZEROES TO PAYMENT-SEQUENCE.
            START PAYMENT-HISTORY-FILE
               KEY IS NOT LESS THAN PAYMENT-HISTORY-KEY
               INVALID KEY
               MOVE "Y" TO PAYMENT-AT-END.
            PERFORM COUNT-ONE-PAYMENT
               UNTIL PAYMENT-AT-END = "Y".

       COUNT-ONE-PAYMENT.
            READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO PAYMENT-AT-END.
            IF PAYMENT-AT-END NOT = "Y"
                IF PAYMENT-VOUCHER-NUMBER NOT = CURRENT-VOUCHER
                    MOVE "Y" TO PAYMENT-AT-END
                ELSE
                    ADD 1 TO PAYMENT-COUNT.

      * Audit lines are the vendor's own - every one is kept.
       COUNT-VENDOR-AUDIT-LINES.
            MOVE ZERO TO VENDOR-AUDIT-LINES.
            MOVE "N" TO AUDIT-AT-END.
            MOVE CURRENT-VENDOR TO AUDIT-VENDOR-NUMBER.
            MOVE ZEROES TO AUDIT-DATE.
            MOVE ZEROES TO AUDIT-TIME.
            MOVE ZEROES TO AUDIT-SEQUENCE.
            START VENDOR-AUDIT-FILE
               KEY IS NOT LESS THAN VENDOR-AUDIT-KEY
               INVALID KEY
               MOVE "Y" TO AUDIT-AT-END.
            PERFORM COUNT-ONE-AUDIT-LINE
               UNTIL AUDIT-AT-END = "Y".
            MOVE VENDOR-AUDIT-LINES TO PRINT-AUDIT-LINES.
            MOVE AUDIT-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            ADD VENDOR-AUDIT-LINES TO MATTER-AUDIT-LINES.

       COUNT-ONE-AUDIT-LINE.
            READ VENDOR-AUDIT-FILE NEXT RECORD
               AT END MOVE "Y" TO AUDIT-AT-END.
            IF AUDIT-AT-END NOT = "Y"
                IF AUDIT-VENDOR-NUMBER NOT = CURRENT-VENDOR
                    MOVE "Y" TO AUDIT-AT-END
                ELSE
                    ADD 1 TO VENDOR-AUDIT-LINES.

      *--------------------------------
      * TOTALS
      *--------------------------------
       PRINT-MATTER-TOTALS.
            PERFORM LINE-FEED.
            MOVE SPACE TO TOTAL-LINE.
            MOVE "VENDORS HELD" TO PRINT-TOTAL-LABEL.
            MOVE MATTER-VENDORS TO PRINT-TOTAL-COUNT.
            PERFORM WRITE-TOTAL-LINE.
            MOVE SPACE TO TOTAL-LINE.
            MOVE "VOUCHERS HELD" TO PRINT-TOTAL-LABEL.
            MOVE MATTER-VOUCHERS TO PRINT-TOTAL-COUNT.
            PERFORM WRITE-TOTAL-LINE.
            MOVE SPACE TO TOTAL-LINE.
            MOVE "PAYMENT RECORDS HELD" TO PRINT-TOTAL-LABEL.
            MOVE MATTER-PAYMENTS TO PRINT-TOTAL-COUNT.
            PERFORM WRITE-TOTAL-LINE.
            MOVE SPACE TO TOTAL-LINE.
            MOVE "VENDOR AUDIT LINES HELD" TO PRINT-TOTAL-LABEL.
            MOVE MATTER-AUDIT-LINES TO PRINT-TOTAL-COUNT.
            PERFORM WRITE-TOTAL-LINE.
            PERFORM LINE-FEED.

       WRITE-TOTAL-LINE.
            MOVE TOTAL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       START-THE-REGISTER.
            MOVE "N" TO HOLD-FILE-AT-END.
            MOVE REPORT-MATTER TO LHLD-MATTER.
            START LEGAL-HOLD-FILE
               KEY IS NOT LESS THAN LHLD-MATTER
               INVALID KEY
               MOVE "Y" TO HOLD-FILE-AT-END.

       READ-NEXT-HOLD-RECORD.
            READ LEGAL-HOLD-FILE NEXT RECORD
               AT END MOVE "Y" TO HOLD-FILE-AT-END.
            IF HOLD-FILE-AT-END NOT = "Y" AND
                  REPORT-MATTER NOT = SPACES AND
                  LHLD-MATTER NOT = REPORT-MATTER
                MOVE "Y" TO HOLD-FILE-AT-END.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "dtfmt01.cbl".
            COPY "pllhld01.cbl".

            COPY "plspool01.cbl".
