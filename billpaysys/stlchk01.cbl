      *   3. ESCHEAT REPORT - every register record in "E" status
      *      with a total, the figure that goes on the unclaimed-
      *      property remittance.
      * A check that came back as returned mail (rtnmail01.cbl) and
      * has not been reissued is marked on the stale report and
      * cannot be escheated - it goes out again once the vendor's
      * address is fixed.
      * Escheated money stays out of the bank balance - the check
      * remains written as far as the account is concerned until the
      * state is paid.
            COPY "slvouch.cbl".
            COPY "slchkreg.cbl".
            COPY "slpayhst.cbl".
            COPY "slrtnml01.cbl".
            COPY "sljrnl01.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".
            COPY "fdvouch.cbl".
            COPY "fdchkreg.cbl".
            COPY "fdpayhst.cbl".
            COPY "fdrtnml01.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".
       77   VOUCHER-FILE-AT-END           PIC X.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   REGISTER-RECORD-FOUND         PIC X.
       77   RETURNED-RECORD-FOUND         PIC X.

       77   AS-OF-DATE                    PIC 9(8).
       77   STALE-DAYS                    PIC 9(3).
            OPEN INPUT VENDOR-FILE.
            OPEN I-O CHECK-REGISTER-FILE.
            OPEN I-O PAYMENT-HISTORY-FILE.
            OPEN INPUT RETURNED-MAIL-FILE.
            OPEN EXTEND JOURNAL-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            CLOSE VENDOR-FILE.
            CLOSE CHECK-REGISTER-FILE.
            CLOSE PAYMENT-HISTORY-FILE.
            CLOSE RETURNED-MAIL-FILE.
            CLOSE PRINTER-FILE.
            CLOSE JOURNAL-FILE.
            CLOSE OPERATOR-FILE.
                   " " VENDOR-ZIP
                   DELIMITED BY SIZE INTO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            PERFORM LOOK-UP-RETURNED-MAIL.
            IF RETURNED-RECORD-FOUND = "Y"
                MOVE "  RETURNED MAIL - REISSUE FROM RTNMAIL01"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

      *--------------------------------
            IF REGISTER-RECORD-FOUND = "N"
                DISPLAY "CHECK NOT ON THE REGISTER FILE"
            ELSE
                PERFORM LOOK-UP-RETURNED-MAIL
                IF NOT REGISTER-STATUS-OPEN
                    DISPLAY "ONLY AN OUTSTANDING CHECK CAN BE"
                    DISPLAY "ESCHEATED"
                ELSE
                IF RETURNED-RECORD-FOUND = "Y"
                    DISPLAY "CHECK CAME BACK AS RETURNED MAIL -"
                    DISPLAY "REISSUE IT FROM RTNMAIL01 INSTEAD"
                ELSE
                    PERFORM ESCHEAT-THE-VOUCHERS
                    MOVE "E" TO REGISTER-STATUS
            IF VOUCHER-FILE-AT-END NOT = "Y"
                MOVE VOUCHER-RECORD TO JOURNAL-SAVED-VOUCHER.

      * Only a returned check still waiting to be reissued counts -
      * once reissued the old number is void and off the sweep.
       LOOK-UP-RETURNED-MAIL.
            MOVE REGISTER-BANK-ACCOUNT TO RETURNED-BANK-ACCOUNT.
            MOVE REGISTER-CHECK-NO TO RETURNED-CHECK-NO.
            MOVE "Y" TO RETURNED-RECORD-FOUND.
            READ RETURNED-MAIL-FILE RECORD
               INVALID KEY
               MOVE "N" TO RETURNED-RECORD-FOUND.
            IF RETURNED-RECORD-FOUND = "Y" AND
                  NOT RETURNED-AWAITING-REISSUE
                MOVE "N" TO RETURNED-RECORD-FOUND.

       READ-NEXT-REGISTER-RECORD.
            READ CHECK-REGISTER-FILE NEXT RECORD
               AT END MOVE "Y" TO REGISTER-FILE-AT-END.
