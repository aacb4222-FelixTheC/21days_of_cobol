      *      HISTORY-VOUCHER-VENDOR alternate key;
      *   3. total one vendor's archived payments for a calendar
      *      year - the figure to add to vnd1099's live-file total
      *      when the year being reported has already been archived
      *      - split by 1099 box the same way vnd1099 splits the
      *      live vouchers (plbox01.cbl).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vchhst01.
       FILE-CONTROL.

            COPY "slvchhst.cbl".
            COPY "slvchdst.cbl".
            COPY "slglacct.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvchhst.cbl".
            COPY "fdvchdst.cbl".
            COPY "fdglacct.cbl".

       WORKING-STORAGE SECTION.

       77   HISTORY-AMOUNT-FIELD          PIC ZZZ,ZZ9.99-.
       77   YEAR-TOTAL                    PIC S9(8)V99 VALUE ZERO.

            COPY "wsbox01.cbl".

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsnumval01.cbl".

       OPENING-PROCEDURE.
            OPEN INPUT VOUCHER-HISTORY-FILE.
            OPEN INPUT DISTRIBUTION-FILE.
            OPEN INPUT GL-ACCOUNT-FILE.

       CLOSING-PROCEDURE.
            CLOSE VOUCHER-HISTORY-FILE.
            CLOSE DISTRIBUTION-FILE.
            CLOSE GL-ACCOUNT-FILE.

       GET-MENU-PICK.
            DISPLAY " ".
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO INQUIRY-YEAR.
            MOVE ZERO TO YEAR-TOTAL.
            PERFORM CLEAR-THE-BOX-AMOUNTS.
            PERFORM START-AT-VENDOR.
            PERFORM ADD-ONE-YEAR-PAYMENT
               UNTIL HISTORY-FILE-AT-END = "Y".
            MOVE YEAR-TOTAL TO HISTORY-AMOUNT-FIELD.
            DISPLAY "ARCHIVED PAYMENTS FOR " INQUIRY-YEAR ": "
               HISTORY-AMOUNT-FIELD.
            MOVE BOX-NEC-AMOUNT TO HISTORY-AMOUNT-FIELD.
            DISPLAY "  1099-NEC BOX 1 NONEMPLOYEE COMP: "
               HISTORY-AMOUNT-FIELD.
            MOVE BOX-RENTS-AMOUNT TO HISTORY-AMOUNT-FIELD.
            DISPLAY "  1099-MISC BOX 1 RENTS:           "
               HISTORY-AMOUNT-FIELD.
            MOVE BOX-MEDICAL-AMOUNT TO HISTORY-AMOUNT-FIELD.
            DISPLAY "  1099-MISC BOX 6 MEDICAL:         "
               HISTORY-AMOUNT-FIELD.
            MOVE BOX-ATTORNEY-AMOUNT TO HISTORY-AMOUNT-FIELD.
            DISPLAY "  1099-MISC BOX 10 ATTORNEY:       "
               HISTORY-AMOUNT-FIELD.
            MOVE BOX-EXCLUDED-AMOUNT TO HISTORY-AMOUNT-FIELD.
            DISPLAY "  NOT REPORTABLE:                  "
               HISTORY-AMOUNT-FIELD.

       ADD-ONE-YEAR-PAYMENT.
            IF HISTORY-PAID-DATE NOT = ZEROES
                DIVIDE HISTORY-PAID-DATE BY 10000
                   GIVING HISTORY-PAID-YEAR
                IF HISTORY-PAID-YEAR = INQUIRY-YEAR
                    ADD HISTORY-PAID-AMOUNT TO YEAR-TOTAL
                    PERFORM SPLIT-HISTORY-PAYMENT.
            PERFORM READ-NEXT-HISTORY-RECORD.
            IF HISTORY-FILE-AT-END NOT = "Y" AND
                  HISTORY-VOUCHER-VENDOR NOT = INQUIRY-VENDOR
                MOVE "Y" TO HISTORY-FILE-AT-END.

       SPLIT-HISTORY-PAYMENT.
            MOVE HISTORY-VOUCHER-NUMBER TO BOX-VOUCHER-NUMBER.
            MOVE HISTORY-AMOUNT TO BOX-VOUCHER-AMOUNT.
            MOVE HISTORY-GL-CODE TO BOX-VOUCHER-GL-CODE.
            MOVE HISTORY-1099-BOX TO BOX-VOUCHER-BOX.
            MOVE HISTORY-PAID-AMOUNT TO BOX-PAID-AMOUNT.
            PERFORM SPLIT-PAID-INTO-BOXES.

      *--------------------------------
      * DISPLAY
      *--------------------------------
               " ON " FORMATTED-DATE
               " CHECK " HISTORY-CHECK-NO
               " ACCT " HISTORY-BANK-ACCOUNT.
            DISPLAY "GL CODE: " HISTORY-GL-CODE
               "  1099 BOX: " HISTORY-1099-BOX.

       READ-NEXT-HISTORY-RECORD.
            READ VOUCHER-HISTORY-FILE NEXT RECORD
            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plnumval01.cbl".
            COPY "plbox01.cbl".
