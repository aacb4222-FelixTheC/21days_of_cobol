      * rolled forward off weekends and holidays with the shared
      * plbusday.cbl paragraphs. Vendors on hold or inactive are
      * skipped and listed, the same statuses voucher entry rejects.
      *
      * A template naming a service location (a utility bill) also
      * gets a usage record on fdutlu01.cbl for its voucher, with no
      * reads on it - the meter dates and usage are keyed in
      * vchmnt01 (field 23) when the actual bill comes in, and
      * utlrpt01 lists the bills still waiting for them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. recgen01.
            COPY "sljrnl01.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".
            COPY "slutla01.cbl".
            COPY "slutlu01.cbl".

            COPY "slsplcat.cbl".

            COPY "fdjrnl01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdutla01.cbl".
            COPY "fdutlu01.cbl".

            COPY "fdsplcat.cbl".

       77   VOUCHER-FILE-AT-END           PIC X.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   DUPLICATE-FOUND               PIC X.
       77   ACCOUNT-RECORD-FOUND          PIC X.

       77   GENERATED-COUNT               PIC 9(5) VALUE ZERO.
       77   SKIPPED-COUNT                 PIC 9(5) VALUE ZERO.
            OPEN EXTEND JOURNAL-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            OPEN INPUT UTILITY-ACCOUNT-FILE.
            OPEN I-O UTILITY-USAGE-FILE.
            MOVE "RECGEN01" TO JOURNAL-PROGRAM-NAME.

       CLOSING-PROCEDURE.
            CLOSE JOURNAL-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
            CLOSE UTILITY-ACCOUNT-FILE.
            CLOSE UTILITY-USAGE-FILE.

       ACCEPT-GENERATION-PERIOD.
            MOVE "ENTER PERIOD TO GENERATE (CCYYMM)?"
            MOVE PERIOD-FIRST-DAY TO VOUCHER-DATE.
            PERFORM COMPUTE-GENERATED-DUE-DATE.
            PERFORM WRITE-VOUCHER-RECORD.
            IF RECUR-LOCATION NOT = SPACES
                PERFORM WRITE-USAGE-RECORD.
            ADD 1 TO GENERATED-COUNT.
            ADD VOUCHER-AMOUNT TO GENERATED-TOTAL.
            PERFORM PRINT-GENERATION-LINE.
            PERFORM WRITE-THE-JOURNAL.
            PERFORM RAISE-OPEN-AP-TOTAL.

      * The unit comes from the service account; the read dates,
      * usage and read type wait for the actual bill.
       WRITE-USAGE-RECORD.
            MOVE RECUR-VENDOR TO UTLA-VENDOR.
            MOVE RECUR-LOCATION TO UTLA-LOCATION.
            MOVE "Y" TO ACCOUNT-RECORD-FOUND.
            READ UTILITY-ACCOUNT-FILE RECORD
               INVALID KEY
               MOVE "N" TO ACCOUNT-RECORD-FOUND.
            IF ACCOUNT-RECORD-FOUND = "N"
                MOVE SPACES TO UTLA-UNIT
                DISPLAY "TEMPLATE " RECUR-TEMPLATE-NUMBER
                   " - NO SERVICE ACCOUNT FOR LOCATION "
                   RECUR-LOCATION.
            INITIALIZE UTILITY-USAGE-RECORD.
            MOVE VOUCHER-NUMBER TO UTLU-VOUCHER.
            MOVE RECUR-LOCATION TO UTLU-LOCATION.
            MOVE RECUR-VENDOR TO UTLU-VENDOR.
            MOVE BATCH-COMPANY TO UTLU-COMPANY.
            MOVE UTLA-UNIT TO UTLU-UNIT.
            MOVE SPACE TO UTLU-READ-TYPE.
            MOVE VOUCHER-AMOUNT TO UTLU-AMOUNT.
            MOVE VOUCHER-DATE TO UTLU-VOUCHER-DATE.
            WRITE UTILITY-USAGE-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING UTILITY USAGE FOR VOUCHER "
                  VOUCHER-NUMBER.

       READ-VENDOR-RECORD.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
