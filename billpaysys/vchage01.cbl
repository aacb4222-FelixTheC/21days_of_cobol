      * as-of date entered (CURRENT, 1-30, 31-60, 61-90, OVER 90),
      * printing a detail line per voucher plus bucket and grand
      * totals.
      *
      * A prior month-end can be reprinted exactly as it stood at
      * the close from the open-item snapshot vchclo01.cbl froze
      * (fdopsnp01.cbl): the amounts, days and buckets are the ones
      * recorded then, whatever has been paid or archived since.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vchage01.

            COPY "slvnd02.cbl".
            COPY "slvouch.cbl".
            COPY "slopsnp01.cbl".
            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdvouch.cbl".
            COPY "fdopsnp01.cbl".
            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            05 FILLER                     PIC X(9)  VALUE "AS OF:".
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-AS-OF-DATE           PIC Z9/99/9999.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-AGING-SOURCE         PIC X(19).

       01   BUCKET-TOTAL-TABLE.
            05 BUCKET-TOTAL-ENTRY OCCURS 5 TIMES.
            05 PRINT-GRAND-TOTAL          PIC ZZZ,ZZ9.99-.

       77   VOUCHER-FILE-AT-END           PIC X.
       77   SNAPSHOT-FILE-AT-END          PIC X.
       77   SNAPSHOT-ITEMS-FOUND          PIC X VALUE "N".
       77   AGING-SOURCE                  PIC X.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   REPORT-COMPANY                PIC 9 VALUE ZERO.
       77   AS-OF-DATE                    PIC 9(8).
       77   GRAND-TOTAL                   PIC S9(8)V99 VALUE ZERO.
       77   OPEN-AMOUNT                   PIC S9(8)V99 VALUE ZERO.

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsspool01.cbl".

       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            PERFORM ACCEPT-REPORT-COMPANY.
            PERFORM ACCEPT-AGING-SOURCE.
            PERFORM ACCEPT-AS-OF-DATE.
            PERFORM INIT-BUCKET-TOTAL-TABLE.
            MOVE ZEROS TO LINE-COUNT

            PERFORM START-NEW-PAGE.

            IF AGING-SOURCE = "S"
                PERFORM AGE-FROM-THE-SNAPSHOT
            ELSE
                PERFORM AGE-FROM-THE-LIVE-FILE.

            PERFORM PRINT-TOTALS.
            PERFORM CLOSING-PROCEDURE.
       OPENING-PROCEDURE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT OPEN-SNAPSHOT-FILE.
            MOVE "VCHAGE01" TO SPOOL-NAME-REPORT-ID.
            MOVE "VOUCHER AGING REPORT" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
       CLOSING-PROCEDURE.
            CLOSE VOUCHER-FILE.
            CLOSE VENDOR-FILE.
            CLOSE OPEN-SNAPSHOT-FILE.
            PERFORM END-LAST-PAGE.
            CLOSE PRINTER-FILE.

            DISPLAY "ENTER COMPANY NUMBER (0 = CONSOLIDATED)".
            ACCEPT REPORT-COMPANY.

       ACCEPT-AGING-SOURCE.
            DISPLAY "AGE THE (L)IVE FILE OR A MONTH-END (S)NAPSHOT?".
            ACCEPT AGING-SOURCE.
            INSPECT AGING-SOURCE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF AGING-SOURCE NOT = "L" AND
                  AGING-SOURCE NOT = "S"
                DISPLAY "YOU MUST ENTER L OR S"
                PERFORM ACCEPT-AGING-SOURCE.

      * For a snapshot the as-of date is the month-end it was frozen
      * at - the closed period's cutoff date.
       ACCEPT-AS-OF-DATE.
            MOVE "N" TO ZERO-DATE-IS-OK.
            IF AGING-SOURCE = "S"
                MOVE "ENTER MONTH-END DATE OF THE SNAPSHOT(MM/DD/CCYY)?"
                   TO DATE-PROMPT
            ELSE
                MOVE "ENTER AS-OF DATE(MM/DD/CCYY)?"
                   TO DATE-PROMPT.
            MOVE "AN AS-OF DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE "61-90"     TO BUCKET-TOTAL-NAME (4).
            MOVE "OVER 90"   TO BUCKET-TOTAL-NAME (5).

       AGE-FROM-THE-LIVE-FILE.
            MOVE "N" TO VOUCHER-FILE-AT-END.
            PERFORM READ-NEXT-VOUCHER-RECORD.
            IF VOUCHER-FILE-AT-END = "Y"
                MOVE "NO OPEN VOUCHERS FOUND" TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER
            ELSE
                PERFORM PRINT-OPEN-VOUCHERS
                   UNTIL VOUCHER-FILE-AT-END = "Y".

      *--------------------------------
      * PRIOR MONTH-END SNAPSHOT
      *--------------------------------
       AGE-FROM-THE-SNAPSHOT.
            MOVE "N" TO SNAPSHOT-FILE-AT-END.
            PERFORM READ-NEXT-SNAPSHOT-RECORD.
            PERFORM PRINT-SNAPSHOT-ITEMS
               UNTIL SNAPSHOT-FILE-AT-END = "Y".
            IF SNAPSHOT-ITEMS-FOUND = "N"
                MOVE "NO SNAPSHOT WAS TAKEN AT THAT MONTH-END"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

      * Voucher 00000 heads each snapshot and is not an open item.
       PRINT-SNAPSHOT-ITEMS.
            IF (REPORT-COMPANY = ZERO OR
                OPSNP-COMPANY = REPORT-COMPANY) AND
                  OPSNP-AS-OF = AS-OF-DATE
                MOVE "Y" TO SNAPSHOT-ITEMS-FOUND
                IF OPSNP-VOUCHER NOT = ZEROES
                    PERFORM PRINT-ONE-SNAPSHOT-ITEM.
            PERFORM READ-NEXT-SNAPSHOT-RECORD.

       PRINT-ONE-SNAPSHOT-ITEM.
            IF LINE-COUNT > MAXIMUM-LINES
                PERFORM START-NEXT-PAGE.
            MOVE OPSNP-OPEN-AMOUNT TO OPEN-AMOUNT.
            MOVE OPSNP-DAYS-PAST-DUE TO DAYS-PAST-DUE.
            MOVE OPSNP-BUCKET TO BUCKET-INDEX.
            ADD OPEN-AMOUNT TO BUCKET-TOTAL-AMOUNT (BUCKET-INDEX).
            ADD OPEN-AMOUNT TO GRAND-TOTAL.
            MOVE OPSNP-VENDOR TO VOUCHER-VENDOR.
            PERFORM READ-VENDOR-RECORD.
            MOVE SPACE TO DETAIL-LINE.
            MOVE OPSNP-VOUCHER TO PRINT-VOUCHER-NUMBER.
            MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
            MOVE OPSNP-DUE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-DUE-DATE.
            MOVE DAYS-PAST-DUE TO PRINT-DAYS-PAST-DUE.
            MOVE BUCKET-TOTAL-NAME (BUCKET-INDEX) TO PRINT-BUCKET-NAME.
            MOVE OPEN-AMOUNT TO PRINT-VOUCHER-AMOUNT.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF OPSNP-IN-DISPUTE
                MOVE SPACES TO PRINTER-RECORD
                STRING "   ** IN DISPUTE: " OPSNP-DISPUTE-REASON
                   DELIMITED BY SIZE INTO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            IF OPSNP-RETAINED-AMOUNT NOT = ZERO
                MOVE OPSNP-RETAINED-AMOUNT TO PRINT-VOUCHER-AMOUNT
                MOVE SPACES TO PRINTER-RECORD
                STRING "   RETAINAGE HELD BACK: " PRINT-VOUCHER-AMOUNT
                   DELIMITED BY SIZE INTO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

       READ-NEXT-SNAPSHOT-RECORD.
            READ OPEN-SNAPSHOT-FILE NEXT RECORD
               AT END MOVE "Y" TO SNAPSHOT-FILE-AT-END.

       PRINT-OPEN-VOUCHERS.
            IF (REPORT-COMPANY = ZERO OR
                VOUCHER-COMPANY = REPORT-COMPANY) AND
            MOVE AS-OF-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-AS-OF-DATE.
            IF AGING-SOURCE = "S"
                MOVE "MONTH-END SNAPSHOT" TO PRINT-AGING-SOURCE
            ELSE
                MOVE SPACES TO PRINT-AGING-SOURCE.
            MOVE AS-OF-DATE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
