      *                  and a bank account that exists on
      *                  BANK-ACCOUNT-FILE; a voucher with a check
      *                  number is actually marked paid.
      *   VENDOR-FILE  - every US VENDOR-STATE exists on
      *                  STATE-FILE; every foreign vendor's
      *                  VENDOR-COUNTRY-CODE exists on COUNTRY-FILE.
      *   CONTROL-FILE - CONTROL-LAST-VOUCHER and CONTROL-LAST-VENDOR
      *                  are not behind the highest keys actually on
      *                  file (a behind counter re-issues numbers
            COPY "slcontrol.cbl".
            COPY "slbank01.cbl".
            COPY "slstate.cbl".
            COPY "slcntry.cbl".

            COPY "slsplcat.cbl".

            COPY "fdcontrol.cbl".
            COPY "fdbank01.cbl".
            COPY "fdstate.cbl".
            COPY "fdcntry.cbl".

            COPY "fdsplcat.cbl".

       77   VENDOR-RECORD-FOUND           PIC X.
       77   BANK-ACCOUNT-RECORD-FOUND     PIC X.
       77   STATE-RECORD-FOUND            PIC X.
       77   COUNTRY-RECORD-FOUND          PIC X.

       77   EXCEPTION-COUNT               PIC 9(5) VALUE ZERO.
       77   HIGHEST-VOUCHER-NUMBER        PIC 9(5) VALUE ZERO.
            OPEN INPUT CONTROL-FILE.
            OPEN INPUT BANK-ACCOUNT-FILE.
            OPEN INPUT STATE-FILE.
            OPEN INPUT COUNTRY-FILE.
            MOVE "INTSCN01" TO SPOOL-NAME-REPORT-ID.
            MOVE "PROMPT-PAY INTEREST REVIEW" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            CLOSE CONTROL-FILE.
            CLOSE BANK-ACCOUNT-FILE.
            CLOSE STATE-FILE.
            CLOSE COUNTRY-FILE.
            CLOSE PRINTER-FILE.

      *--------------------------------
       CHECK-ONE-VENDOR.
            IF VENDOR-NUMBER > HIGHEST-VENDOR-NUMBER
                MOVE VENDOR-NUMBER TO HIGHEST-VENDOR-NUMBER.
            IF VENDOR-ADDRESS-IS-DOMESTIC
                PERFORM CHECK-THE-VENDOR-STATE
            ELSE
                PERFORM CHECK-THE-VENDOR-COUNTRY.
            PERFORM READ-NEXT-VENDOR-RECORD.

       CHECK-THE-VENDOR-STATE.
            MOVE VENDOR-STATE TO STATE-CODE.
            MOVE "Y" TO STATE-RECORD-FOUND.
            READ STATE-FILE RECORD
                   " HAS UNKNOWN STATE " VENDOR-STATE
                   DELIMITED BY SIZE INTO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

       CHECK-THE-VENDOR-COUNTRY.
            MOVE VENDOR-COUNTRY-CODE TO COUNTRY-CODE.
            MOVE "Y" TO COUNTRY-RECORD-FOUND.
            READ COUNTRY-FILE RECORD
               INVALID KEY
               MOVE "N" TO COUNTRY-RECORD-FOUND.
            IF COUNTRY-RECORD-FOUND = "N"
                PERFORM REPORT-AN-EXCEPTION
                MOVE SPACES TO PRINTER-RECORD
                STRING "  VENDOR " VENDOR-NUMBER
                   " HAS UNKNOWN COUNTRY " VENDOR-COUNTRY-CODE
                   DELIMITED BY SIZE INTO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * CONTROL-RECORD CHECKS
