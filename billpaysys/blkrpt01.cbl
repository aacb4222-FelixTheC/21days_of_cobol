      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Blanket consumption report - one block per blanket purchase
      * agreement on fdblkt01.cbl, with a line for each period in
      * which anything was released or vouchered:
      *   RELEASED  - what the releases dated in the period commit
      *               against the authorization (plblkt01.cbl);
      *   VOUCHERED - invoices dated in the period against the
      *               blanket's releases, live and archived;
      * against the period cap, flagged when a period is over it.
      * The periods are the blanket's cap periods - months when it
      * has no cap. The block closes with the authorization, what
      * is released and vouchered against it, and what is left.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. blkrpt01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slblkt01.cbl".
            COPY "slvnd02.cbl".
            COPY "slpo01.cbl".
            COPY "slvouch.cbl".
            COPY "slvchhst.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdblkt01.cbl".
            COPY "fdvnd04.cbl".
            COPY "fdpo01.cbl".
            COPY "fdvouch.cbl".
            COPY "fdvchhst.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsblkt01.cbl".

       77   BLANKET-FILE-AT-END           PIC X.
       77   VOUCHER-FILE-AT-END           PIC X.
       77   HISTORY-FILE-AT-END           PIC X.
       77   PO-RECORD-FOUND               PIC X.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   RELEASED-TOTAL                PIC S9(9)V99 VALUE ZERO.
       77   VOUCHERED-TOTAL               PIC S9(9)V99 VALUE ZERO.
       77   LEFT-TOTAL                    PIC S9(9)V99 VALUE ZERO.
       77   AMOUNT-FIELD                  PIC ZZZ,ZZZ,ZZ9.99-.
       77   RELEASED-FIELD                PIC ZZZ,ZZZ,ZZ9.99-.
       77   VOUCHERED-FIELD               PIC ZZZ,ZZZ,ZZ9.99-.
       77   BLANKETS-REPORTED             PIC 9(4) VALUE ZERO.
       77   PERIOD-COUNT                  PIC 9(3).
       77   PERIOD-INDEX                  PIC 9(3).
       77   PERIOD-FOUND                  PIC 9(3).
       77   PERIODS-PRINTED               PIC 9(3).
       77   LAST-PRINTED-PERIOD           PIC 9(6).
       77   NEXT-PERIOD                   PIC 9(6).
       77   PERIOD-OVERFLOW               PIC X.
       77   ADD-RELEASED                  PIC S9(9)V99.
       77   ADD-VOUCHERED                 PIC S9(9)V99.
       77   OVER-CAP-FLAG                 PIC X(8).
       77   START-DATE-FIELD              PIC X(10).

       01   PERIOD-TABLE.
            05 PERIOD-ENTRY               OCCURS 120 TIMES.
               10 PERIOD-KEY              PIC 9(6).
               10 PERIOD-RELEASED         PIC S9(9)V99.
               10 PERIOD-VOUCHERED        PIC S9(9)V99.

       01   PERIOD-LABEL.
            05 PERIOD-LABEL-CCYY          PIC 9(4).
            05 PERIOD-LABEL-SEPARATOR     PIC X(2).
            05 PERIOD-LABEL-PART          PIC 9(2).

       01   PERIOD-KEY-WORK.
            05 PERIOD-KEY-CCYY            PIC 9(4).
            05 PERIOD-KEY-PART            PIC 9(2).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.

            MOVE "BLANKET AGREEMENT CONSUMPTION REPORT"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

            MOVE "N" TO BLANKET-FILE-AT-END.
            PERFORM REPORT-ONE-BLANKET
               UNTIL BLANKET-FILE-AT-END = "Y".

            DISPLAY "BLANKETS REPORTED: " BLANKETS-REPORTED.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT BLANKET-FILE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT PURCHASE-ORDER-FILE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT VOUCHER-HISTORY-FILE.
            MOVE "BLKRPT01" TO SPOOL-NAME-REPORT-ID.
            MOVE "BLANKET CONSUMPTION REPORT" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE BLANKET-FILE.
            CLOSE VENDOR-FILE.
            CLOSE PURCHASE-ORDER-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE VOUCHER-HISTORY-FILE.
            CLOSE PRINTER-FILE.

       REPORT-ONE-BLANKET.
            READ BLANKET-FILE NEXT RECORD
               AT END MOVE "Y" TO BLANKET-FILE-AT-END.
            IF BLANKET-FILE-AT-END NOT = "Y"
                PERFORM TOTAL-THIS-BLANKET
                PERFORM PRINT-THIS-BLANKET.

       TOTAL-THIS-BLANKET.
            MOVE ZERO TO PERIOD-COUNT.
            MOVE ZERO TO RELEASED-TOTAL.
            MOVE ZERO TO VOUCHERED-TOTAL.
            MOVE "N" TO PERIOD-OVERFLOW.
            PERFORM SUM-THE-RELEASES.
            PERFORM SUM-THE-LIVE-VOUCHERS.
            PERFORM SUM-THE-ARCHIVED-VOUCHERS.

      *--------------------------------
      * GATHER BY PERIOD
      *--------------------------------
       SUM-THE-RELEASES.
            MOVE ZEROES TO PO-NUMBER.
            MOVE "N" TO BLKT-PO-AT-END.
            START PURCHASE-ORDER-FILE
               KEY IS NOT LESS THAN PO-NUMBER
               INVALID KEY
               MOVE "Y" TO BLKT-PO-AT-END.
            PERFORM ADD-ONE-RELEASE
               UNTIL BLKT-PO-AT-END = "Y".

       ADD-ONE-RELEASE.
            READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END MOVE "Y" TO BLKT-PO-AT-END.
            IF BLKT-PO-AT-END NOT = "Y"
                IF PO-BLANKET-NUMBER = BLANKET-NUMBER
                    PERFORM BLKT-COMMITTED-OF-RELEASE
                    MOVE BLKT-COMMITTED TO ADD-RELEASED
                    MOVE ZERO TO ADD-VOUCHERED
                    MOVE PO-DATE TO BLKT-WORK-DATE
                    PERFORM ADD-TO-THE-PERIOD.

       SUM-THE-LIVE-VOUCHERS.
            CLOSE VOUCHER-FILE.
            OPEN INPUT VOUCHER-FILE.
            MOVE "N" TO VOUCHER-FILE-AT-END.
            PERFORM ADD-ONE-LIVE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".

       ADD-ONE-LIVE-VOUCHER.
            READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
            IF VOUCHER-FILE-AT-END NOT = "Y"
                IF VOUCHER-PO-NUMBER NOT = ZEROES
                    MOVE VOUCHER-PO-NUMBER TO PO-NUMBER
                    PERFORM READ-PO-RECORD
                    IF PO-RECORD-FOUND = "Y" AND
                          PO-BLANKET-NUMBER = BLANKET-NUMBER
                        MOVE ZERO TO ADD-RELEASED
                        MOVE VOUCHER-AMOUNT TO ADD-VOUCHERED
                        MOVE VOUCHER-DATE TO BLKT-WORK-DATE
                        PERFORM ADD-TO-THE-PERIOD.

       SUM-THE-ARCHIVED-VOUCHERS.
            CLOSE VOUCHER-HISTORY-FILE.
            OPEN INPUT VOUCHER-HISTORY-FILE.
            MOVE "N" TO HISTORY-FILE-AT-END.
            PERFORM ADD-ONE-ARCHIVED-VOUCHER
               UNTIL HISTORY-FILE-AT-END = "Y".

       ADD-ONE-ARCHIVED-VOUCHER.
            READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO HISTORY-FILE-AT-END.
            IF HISTORY-FILE-AT-END NOT = "Y"
                IF HISTORY-PO-NUMBER NOT = ZEROES
                    MOVE HISTORY-PO-NUMBER TO PO-NUMBER
                    PERFORM READ-PO-RECORD
                    IF PO-RECORD-FOUND = "Y" AND
                          PO-BLANKET-NUMBER = BLANKET-NUMBER
                        MOVE ZERO TO ADD-RELEASED
                        MOVE HISTORY-AMOUNT TO ADD-VOUCHERED
                        MOVE HISTORY-DATE TO BLKT-WORK-DATE
                        PERFORM ADD-TO-THE-PERIOD.

      * BLKT-WORK-DATE falls in a period; a new period takes the
      * next table entry.
       ADD-TO-THE-PERIOD.
            PERFORM BLKT-PERIOD-OF-DATE.
            ADD ADD-RELEASED TO RELEASED-TOTAL.
            ADD ADD-VOUCHERED TO VOUCHERED-TOTAL.
            MOVE ZERO TO PERIOD-FOUND.
            PERFORM MATCH-ONE-PERIOD
               VARYING PERIOD-INDEX FROM 1 BY 1
               UNTIL PERIOD-INDEX > PERIOD-COUNT
                  OR PERIOD-FOUND NOT = ZERO.
            IF PERIOD-FOUND = ZERO
                IF PERIOD-COUNT < 120
                    ADD 1 TO PERIOD-COUNT
                    MOVE PERIOD-COUNT TO PERIOD-FOUND
                    MOVE BLKT-WORK-PERIOD TO PERIOD-KEY (PERIOD-FOUND)
                    MOVE ZERO TO PERIOD-RELEASED (PERIOD-FOUND)
                                 PERIOD-VOUCHERED (PERIOD-FOUND)
                ELSE
                    MOVE "Y" TO PERIOD-OVERFLOW.
            IF PERIOD-FOUND NOT = ZERO
                ADD ADD-RELEASED TO PERIOD-RELEASED (PERIOD-FOUND)
                ADD ADD-VOUCHERED TO PERIOD-VOUCHERED (PERIOD-FOUND).

       MATCH-ONE-PERIOD.
            IF PERIOD-KEY (PERIOD-INDEX) = BLKT-WORK-PERIOD
                MOVE PERIOD-INDEX TO PERIOD-FOUND.

      *--------------------------------
      * PRINT
      *--------------------------------
       PRINT-THIS-BLANKET.
            MOVE BLANKET-VENDOR TO VENDOR-NUMBER.
            PERFORM READ-VENDOR-RECORD.
            IF VENDOR-RECORD-FOUND = "N"
                MOVE "**NOT FOUND**" TO VENDOR-NAME.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "BLANKET " BLANKET-NUMBER " " BLANKET-DESCRIPTION
               " (" BLANKET-STATUS ")"
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "  VENDOR " BLANKET-VENDOR " " VENDOR-NAME
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE BLANKET-START-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO START-DATE-FIELD.
            MOVE BLANKET-END-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "  TERM " START-DATE-FIELD " THROUGH "
               FORMATTED-DATE
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            IF BLANKET-NOT-CAPPED
                MOVE "  NO PERIOD CAP - BY MONTH" TO PRINTER-RECORD
            ELSE
                MOVE BLANKET-PERIOD-CAP TO AMOUNT-FIELD
                IF BLANKET-CAPPED-QUARTERLY
                    STRING "  QUARTERLY CAP: " AMOUNT-FIELD
                       DELIMITED BY SIZE INTO PRINTER-RECORD
                ELSE
                    STRING "  MONTHLY CAP:   " AMOUNT-FIELD
                       DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE "  PERIOD          RELEASED       VOUCHERED"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE ZERO TO LAST-PRINTED-PERIOD.
            MOVE ZERO TO PERIODS-PRINTED.
            PERFORM PRINT-NEXT-PERIOD
               UNTIL PERIODS-PRINTED = PERIOD-COUNT.
            IF PERIOD-OVERFLOW = "Y"
                MOVE "  ** PERIODS PAST 120 NOT SHOWN - TOTALS ARE **"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            PERFORM PRINT-BLANKET-TOTALS.
            PERFORM LINE-FEED.
            ADD 1 TO BLANKETS-REPORTED.

      * Periods print in order - each pass takes the lowest period
      * after the last one printed.
       PRINT-NEXT-PERIOD.
            MOVE 999999 TO NEXT-PERIOD.
            MOVE ZERO TO PERIOD-FOUND.
            PERFORM FIND-NEXT-PERIOD
               VARYING PERIOD-INDEX FROM 1 BY 1
               UNTIL PERIOD-INDEX > PERIOD-COUNT.
            MOVE NEXT-PERIOD TO LAST-PRINTED-PERIOD.
            ADD 1 TO PERIODS-PRINTED.
            PERFORM PRINT-ONE-PERIOD.

       FIND-NEXT-PERIOD.
            IF PERIOD-KEY (PERIOD-INDEX) > LAST-PRINTED-PERIOD AND
                  PERIOD-KEY (PERIOD-INDEX) < NEXT-PERIOD
                MOVE PERIOD-KEY (PERIOD-INDEX) TO NEXT-PERIOD
                MOVE PERIOD-INDEX TO PERIOD-FOUND.

       PRINT-ONE-PERIOD.
            MOVE PERIOD-KEY (PERIOD-FOUND) TO PERIOD-KEY-WORK.
            MOVE PERIOD-KEY-CCYY TO PERIOD-LABEL-CCYY.
            MOVE PERIOD-KEY-PART TO PERIOD-LABEL-PART.
            IF BLANKET-CAPPED-QUARTERLY
                MOVE " Q" TO PERIOD-LABEL-SEPARATOR
            ELSE
                MOVE " /" TO PERIOD-LABEL-SEPARATOR.
            MOVE SPACES TO OVER-CAP-FLAG.
            IF NOT BLANKET-NOT-CAPPED AND
                  PERIOD-RELEASED (PERIOD-FOUND) > BLANKET-PERIOD-CAP
                MOVE "OVER CAP" TO OVER-CAP-FLAG.
            MOVE PERIOD-RELEASED (PERIOD-FOUND) TO RELEASED-FIELD.
            MOVE PERIOD-VOUCHERED (PERIOD-FOUND) TO VOUCHERED-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "  " PERIOD-LABEL " " RELEASED-FIELD " "
               VOUCHERED-FIELD "  " OVER-CAP-FLAG
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PRINT-BLANKET-TOTALS.
            MOVE BLANKET-AUTHORIZED-AMOUNT TO AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "  AUTHORIZED:      " AMOUNT-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE RELEASED-TOTAL TO AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "  RELEASED:        " AMOUNT-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE VOUCHERED-TOTAL TO AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "  VOUCHERED:       " AMOUNT-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            COMPUTE LEFT-TOTAL =
               BLANKET-AUTHORIZED-AMOUNT - RELEASED-TOTAL.
            MOVE LEFT-TOTAL TO AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "  LEFT TO RELEASE: " AMOUNT-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            COMPUTE LEFT-TOTAL =
               BLANKET-AUTHORIZED-AMOUNT - VOUCHERED-TOTAL.
            MOVE LEFT-TOTAL TO AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "  LEFT TO BILL:    " AMOUNT-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       READ-PO-RECORD.
            MOVE "Y" TO PO-RECORD-FOUND.
            READ PURCHASE-ORDER-FILE RECORD
               INVALID KEY
               MOVE "N" TO PO-RECORD-FOUND.

       READ-VENDOR-RECORD.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "dtfmt01.cbl".
            COPY "plblkt01.cbl".
            COPY "plspool01.cbl".
