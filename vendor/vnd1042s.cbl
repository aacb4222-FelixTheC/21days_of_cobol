      * actually withheld by the payment runs (the regime-"F"
      * records on fdbwh01.cbl) - the figures the preparer needs to
      * type each vendor's 1042-S from, with grand totals for the
      * 1042 annual return. The recipient's address prints under
      * each vendor in its own country's format, country name last
      * (pladdr01.cbl), the way the form wants it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vnd1042s.
            COPY "slvnd02.cbl".
            COPY "slvouch.cbl".
            COPY "slbwh01.cbl".
            COPY "slcntry.cbl".

            COPY "slsplcat.cbl".

            COPY "fdvnd04.cbl".
            COPY "fdvouch.cbl".
            COPY "fdbwh01.cbl".
            COPY "fdcntry.cbl".

            COPY "fdsplcat.cbl".

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".
            COPY "wsaddr01.cbl".

       01   DETAIL-LINE.
            05 PRINT-VENDOR-NUMBER        PIC ZZZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-WITHHELD             PIC ZZZ,ZZ9.99-.

       01   ADDRESS-LINE.
            05 FILLER                     PIC X(7)  VALUE SPACE.
            05 PRINT-ADDRESS              PIC X(35).

       01   COLUMN-LINE.
            05 FILLER                     PIC X(5)  VALUE "VNDR".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT BACKUP-WITHHOLDING-FILE.
            OPEN INPUT COUNTRY-FILE.
            MOVE "VND1042S" TO SPOOL-NAME-REPORT-ID.
            MOVE "1042-S WITHHOLDING REPORT" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            CLOSE VENDOR-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE BACKUP-WITHHOLDING-FILE.
            CLOSE COUNTRY-FILE.
            CLOSE PRINTER-FILE.

       REPORT-ONE-VENDOR.
            MOVE VENDOR-NUMBER TO BWH-VENDOR.
            MOVE ZEROES TO BWH-DATE.
            MOVE ZEROES TO BWH-CHECK-NO.
            MOVE SPACE TO BWH-REGIME.
            START BACKUP-WITHHOLDING-FILE
               KEY IS NOT LESS THAN BWH-KEY
               INVALID KEY
            MOVE VENDOR-TOTAL-WITHHELD TO PRINT-WITHHELD.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM PRINT-VENDOR-ADDRESS.
            ADD VENDOR-TOTAL-PAID TO GRAND-PAID.
            ADD VENDOR-TOTAL-WITHHELD TO GRAND-WITHHELD.
            ADD 1 TO PAYEE-COUNT.

       PRINT-VENDOR-ADDRESS.
            PERFORM LOAD-VENDOR-MAILING-ADDRESS.
            PERFORM FORMAT-THE-MAILING-ADDRESS.
            PERFORM PRINT-ONE-ADDRESS-LINE
               VARYING MAIL-LINE-SCAN FROM 1 BY 1
               UNTIL MAIL-LINE-SCAN > MAIL-LINE-COUNT.

       PRINT-ONE-ADDRESS-LINE.
            MOVE MAIL-LINE (MAIL-LINE-SCAN) TO PRINT-ADDRESS.
            MOVE ADDRESS-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PRINT-GRAND-TOTALS.
            PERFORM LINE-FEED.
            MOVE SPACE TO DETAIL-LINE.
            PERFORM WRITE-TO-PRINTER.

            COPY "plspool01.cbl".
            COPY "pladdr01.cbl".
