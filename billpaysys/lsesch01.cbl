      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Lease amortization schedules - for one lease, or every lease
      * on the register (fdlease01.cbl), the terms followed by the
      * month-by-month liability and right-of-use asset schedules
      * lsemnt01.cbl built (fdlsch01.cbl): payment, opening
      * liability, interest, closing liability, ROU amortization and
      * ROU balance, with the GL batch and rent found paid for the
      * months lsejnl01.cbl has journaled. The totals prove the
      * schedule - the interest comes to the payments less the
      * initial liability, and the amortization to the initial ROU
      * asset. Spooled as LSESCH01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lsesch01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "sllease01.cbl".
            COPY "sllsch01.cbl".
            COPY "slvnd02.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdlease01.cbl".
            COPY "fdlsch01.cbl".
            COPY "fdvnd04.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

       77   WANTED-LEASE                  PIC 9(4).
       77   LEASE-FILE-AT-END             PIC X.
       77   SCHEDULE-FILE-AT-END          PIC X.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   LEASES-PRINTED                PIC 9(4) VALUE ZERO.

       77   TOTAL-PAYMENTS                PIC S9(9)V99.
       77   TOTAL-INTEREST                PIC S9(9)V99.
       77   TOTAL-AMORTIZATION            PIC S9(9)V99.
       77   TOTAL-PAID                    PIC S9(9)V99.
       77   EXPECTED-INTEREST             PIC S9(9)V99.

       77   AMOUNT-FIELD                  PIC ZZZ,ZZZ,ZZ9.99-.
       77   RATE-FIELD                    PIC Z9.9999.
       77   LEASE-NUMBER-FIELD            PIC ZZZ9.

       01   DETAIL-LINE.
            05 FILLER                     PIC X     VALUE SPACE.
            05 DETAIL-PERIOD              PIC ZZ9.
            05 FILLER                     PIC X     VALUE SPACE.
            05 DETAIL-MONTH.
               10 DETAIL-MM               PIC 99.
               10 FILLER                  PIC X     VALUE "/".
               10 DETAIL-CCYY             PIC 9(4).
            05 FILLER                     PIC X     VALUE SPACE.
            05 DETAIL-PAYMENT             PIC Z,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(2)  VALUE SPACES.
            05 DETAIL-OPENING             PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(2)  VALUE SPACES.
            05 DETAIL-INTEREST            PIC Z,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(2)  VALUE SPACES.
            05 DETAIL-CLOSING             PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(2)  VALUE SPACES.
            05 DETAIL-AMORTIZATION        PIC Z,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(2)  VALUE SPACES.
            05 DETAIL-ROU                 PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(2)  VALUE SPACES.
            05 DETAIL-BATCH               PIC ZZZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACES.
            05 DETAIL-PAID                PIC Z,ZZZ,ZZ9.99-.
       01   DETAIL-MONTH-PARTS.
            05 DETAIL-MONTH-CCYY          PIC 9(4).
            05 DETAIL-MONTH-MM            PIC 99.

            COPY "wsdate02.cbl".
            COPY "wsnumval01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            PERFORM ACCEPT-WANTED-LEASE.

            MOVE "LEASE LIABILITY AND RIGHT-OF-USE ASSET SCHEDULES"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

            IF WANTED-LEASE = ZEROES
                MOVE ZEROES TO LEASE-NUMBER
                MOVE "N" TO LEASE-FILE-AT-END
                START LEASE-FILE
                   KEY IS NOT LESS THAN LEASE-NUMBER
                   INVALID KEY
                   MOVE "Y" TO LEASE-FILE-AT-END
                END-START
                PERFORM PRINT-NEXT-LEASE
                   UNTIL LEASE-FILE-AT-END = "Y"
            ELSE
                MOVE WANTED-LEASE TO LEASE-NUMBER
                READ LEASE-FILE RECORD
                   INVALID KEY
                   DISPLAY "LEASE NOT ON FILE"
                   NOT INVALID KEY
                   PERFORM PRINT-ONE-LEASE
                END-READ.

            MOVE SPACES TO PRINTER-RECORD.
            STRING "LEASES PRINTED: " LEASES-PRINTED
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT LEASE-FILE.
            OPEN INPUT LEASE-SCHEDULE-FILE.
            OPEN INPUT VENDOR-FILE.
            MOVE "LSESCH01" TO SPOOL-NAME-REPORT-ID.
            MOVE "LEASE SCHEDULES" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE LEASE-FILE.
            CLOSE LEASE-SCHEDULE-FILE.
            CLOSE VENDOR-FILE.
            CLOSE PRINTER-FILE.

       ACCEPT-WANTED-LEASE.
            DISPLAY "ENTER LEASE NUMBER (0 = EVERY LEASE)".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO WANTED-LEASE.

       PRINT-NEXT-LEASE.
            READ LEASE-FILE NEXT RECORD
               AT END MOVE "Y" TO LEASE-FILE-AT-END.
            IF LEASE-FILE-AT-END NOT = "Y"
                PERFORM PRINT-ONE-LEASE.

      *--------------------------------
      * ONE LEASE
      *--------------------------------
       PRINT-ONE-LEASE.
            ADD 1 TO LEASES-PRINTED.
            PERFORM PRINT-THE-TERMS.
            PERFORM PRINT-THE-HEADINGS.
            MOVE ZERO TO TOTAL-PAYMENTS.
            MOVE ZERO TO TOTAL-INTEREST.
            MOVE ZERO TO TOTAL-AMORTIZATION.
            MOVE ZERO TO TOTAL-PAID.
            MOVE LEASE-NUMBER TO LSCH-LEASE.
            MOVE ZEROES TO LSCH-PERIOD.
            MOVE "N" TO SCHEDULE-FILE-AT-END.
            START LEASE-SCHEDULE-FILE
               KEY IS NOT LESS THAN LSCH-KEY
               INVALID KEY
               MOVE "Y" TO SCHEDULE-FILE-AT-END.
            IF SCHEDULE-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-SCHEDULE-RECORD.
            PERFORM PRINT-ONE-SCHEDULE-ROW
               UNTIL SCHEDULE-FILE-AT-END = "Y".
            PERFORM PRINT-THE-LEASE-TOTALS.
            PERFORM LINE-FEED.
            PERFORM LINE-FEED.

       PRINT-THE-TERMS.
            MOVE LEASE-VENDOR TO VENDOR-NUMBER.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.
            IF VENDOR-RECORD-FOUND = "N"
                MOVE "** NOT ON FILE **" TO VENDOR-NAME.
            MOVE LEASE-NUMBER TO LEASE-NUMBER-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "LEASE " LEASE-NUMBER-FIELD "  "
               LEASE-DESCRIPTION "  COMPANY " LEASE-COMPANY
               "  LESSOR " LEASE-VENDOR " " VENDOR-NAME
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            MOVE SPACES TO PRINTER-RECORD.
            IF LEASE-IS-FINANCE
                MOVE "FINANCE LEASE" TO PRINTER-RECORD (1:15)
            ELSE
                MOVE "OPERATING LEASE" TO PRINTER-RECORD (1:15).
            MOVE LEASE-COMMENCE-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE "COMMENCED" TO PRINTER-RECORD (18:9).
            MOVE FORMATTED-DATE TO PRINTER-RECORD (28:10).
            MOVE LEASE-END-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE "ENDS" TO PRINTER-RECORD (40:4).
            MOVE FORMATTED-DATE TO PRINTER-RECORD (45:10).
            MOVE "TERM" TO PRINTER-RECORD (57:4).
            MOVE LEASE-TERM-MONTHS TO PRINTER-RECORD (62:3).
            MOVE "MONTHS" TO PRINTER-RECORD (66:6).
            MOVE LEASE-DISCOUNT-RATE TO RATE-FIELD.
            MOVE "RATE" TO PRINTER-RECORD (74:4).
            MOVE RATE-FIELD TO PRINTER-RECORD (79:7).
            MOVE "%" TO PRINTER-RECORD (86:1).
            IF LEASE-PAID-IN-ARREARS
                MOVE "PAID IN ARREARS" TO PRINTER-RECORD (89:15)
            ELSE
                MOVE "PAID IN ADVANCE" TO PRINTER-RECORD (89:15).
            IF LEASE-RECUR-TEMPLATE NOT = ZEROES
                MOVE "TEMPLATE" TO PRINTER-RECORD (106:8)
                MOVE LEASE-RECUR-TEMPLATE TO PRINTER-RECORD (115:4).
            PERFORM WRITE-TO-PRINTER.

            MOVE SPACES TO PRINTER-RECORD.
            MOVE "INITIAL LIABILITY" TO PRINTER-RECORD (1:17).
            MOVE LEASE-INITIAL-LIABILITY TO AMOUNT-FIELD.
            MOVE AMOUNT-FIELD TO PRINTER-RECORD (19:15).
            MOVE "ROU ADJUSTMENT" TO PRINTER-RECORD (36:14).
            MOVE LEASE-ROU-ADJUSTMENT TO AMOUNT-FIELD.
            MOVE AMOUNT-FIELD TO PRINTER-RECORD (51:15).
            MOVE "INITIAL ROU ASSET" TO PRINTER-RECORD (68:17).
            MOVE LEASE-INITIAL-ROU TO AMOUNT-FIELD.
            MOVE AMOUNT-FIELD TO PRINTER-RECORD (86:15).
            PERFORM WRITE-TO-PRINTER.

            MOVE SPACES TO PRINTER-RECORD.
            STRING "GL - LIABILITY " LEASE-LIABILITY-GL-CODE
               "  ROU ASSET " LEASE-ROU-GL-CODE
               "  ACCUMULATED AMORTIZATION " LEASE-ROU-AMORT-GL-CODE
               "  INTEREST " LEASE-INTEREST-GL-CODE
               "  AMORTIZATION " LEASE-AMORT-GL-CODE
               "  RENT VOUCHERS " LEASE-PAYMENT-GL-CODE
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF LEASE-BOOKED-THROUGH NOT = ZEROES
                MOVE SPACES TO PRINTER-RECORD
                STRING "BOOKED OUTSIDE THE SYSTEM THROUGH "
                   LEASE-BOOKED-THROUGH
                   DELIMITED BY SIZE INTO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

      * Headings sit over the right edge of each column.
       PRINT-THE-HEADINGS.
            MOVE SPACES TO PRINTER-RECORD.
            MOVE "OPENING" TO PRINTER-RECORD (36:7).
            MOVE "CLOSING" TO PRINTER-RECORD (68:7).
            MOVE "ROU" TO PRINTER-RECORD (87:3).
            MOVE "ROU ASSET" TO PRINTER-RECORD (98:9).
            MOVE "GL" TO PRINTER-RECORD (113:2).
            MOVE "RENT" TO PRINTER-RECORD (125:4).
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            MOVE "PER" TO PRINTER-RECORD (2:3).
            MOVE "MONTH" TO PRINTER-RECORD (6:5).
            MOVE "PAYMENT" TO PRINTER-RECORD (19:7).
            MOVE "LIABILITY" TO PRINTER-RECORD (34:9).
            MOVE "INTEREST" TO PRINTER-RECORD (50:8).
            MOVE "LIABILITY" TO PRINTER-RECORD (66:9).
            MOVE "AMORTIZATION" TO PRINTER-RECORD (78:12).
            MOVE "BALANCE" TO PRINTER-RECORD (100:7).
            MOVE "BATCH" TO PRINTER-RECORD (110:5).
            MOVE "PAID" TO PRINTER-RECORD (125:4).
            PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-SCHEDULE-ROW.
            MOVE LSCH-PERIOD TO DETAIL-PERIOD.
            MOVE LSCH-MONTH TO DETAIL-MONTH-PARTS.
            MOVE DETAIL-MONTH-MM TO DETAIL-MM.
            MOVE DETAIL-MONTH-CCYY TO DETAIL-CCYY.
            MOVE LSCH-PAYMENT TO DETAIL-PAYMENT.
            MOVE LSCH-OPENING-LIABILITY TO DETAIL-OPENING.
            MOVE LSCH-INTEREST TO DETAIL-INTEREST.
            MOVE LSCH-CLOSING-LIABILITY TO DETAIL-CLOSING.
            MOVE LSCH-AMORTIZATION TO DETAIL-AMORTIZATION.
            MOVE LSCH-CLOSING-ROU TO DETAIL-ROU.
            MOVE LSCH-GL-BATCH TO DETAIL-BATCH.
            MOVE LSCH-PAID-AMOUNT TO DETAIL-PAID.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            IF LSCH-GL-BATCH = ZEROES
                MOVE SPACES TO PRINTER-RECORD (110:20).
            PERFORM WRITE-TO-PRINTER.
            ADD LSCH-PAYMENT TO TOTAL-PAYMENTS.
            ADD LSCH-INTEREST TO TOTAL-INTEREST.
            ADD LSCH-AMORTIZATION TO TOTAL-AMORTIZATION.
            ADD LSCH-PAID-AMOUNT TO TOTAL-PAID.
            PERFORM READ-NEXT-SCHEDULE-RECORD.

       PRINT-THE-LEASE-TOTALS.
            MOVE SPACES TO DETAIL-MONTH.
            MOVE ZERO TO DETAIL-PERIOD.
            MOVE TOTAL-PAYMENTS TO DETAIL-PAYMENT.
            MOVE ZERO TO DETAIL-OPENING.
            MOVE TOTAL-INTEREST TO DETAIL-INTEREST.
            MOVE ZERO TO DETAIL-CLOSING.
            MOVE TOTAL-AMORTIZATION TO DETAIL-AMORTIZATION.
            MOVE ZERO TO DETAIL-ROU.
            MOVE ZERO TO DETAIL-BATCH.
            MOVE TOTAL-PAID TO DETAIL-PAID.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            MOVE "TOTAL  " TO PRINTER-RECORD (1:7).
            MOVE SPACES TO PRINTER-RECORD (29:15).
            MOVE SPACES TO PRINTER-RECORD (61:15).
            MOVE SPACES TO PRINTER-RECORD (93:22).
            PERFORM WRITE-TO-PRINTER.
            COMPUTE EXPECTED-INTEREST =
               LEASE-TOTAL-PAYMENTS - LEASE-INITIAL-LIABILITY.
            IF TOTAL-INTEREST NOT = EXPECTED-INTEREST OR
                  TOTAL-AMORTIZATION NOT = LEASE-INITIAL-ROU OR
                  TOTAL-PAYMENTS NOT = LEASE-TOTAL-PAYMENTS
                MOVE "** SCHEDULE DOES NOT PROVE TO THE LEASE TERMS -
      -         " REBUILD IT IN LSEMNT01 **" TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       READ-NEXT-SCHEDULE-RECORD.
            READ LEASE-SCHEDULE-FILE NEXT RECORD
               AT END MOVE "Y" TO SCHEDULE-FILE-AT-END.
            IF SCHEDULE-FILE-AT-END NOT = "Y"
                IF LSCH-LEASE NOT = LEASE-NUMBER
                    MOVE "Y" TO SCHEDULE-FILE-AT-END.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plnumval01.cbl".

            COPY "plspool01.cbl".
