      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Petty-cash surprise count - whoever walks in on the box keys
      * the cash they count, and the count is reconciled against the
      * fund (fdpcf01.cbl): cash on hand plus the slips waiting to be
      * replenished (fdpcs01.cbl) must equal the authorized amount.
      * Slips already on a replenishment voucher that has not been
      * paid yet are still money out of the box, so they count too -
      * a voucher no longer on file has been paid and archived. The
      * difference is shown over or short and, when the counter says
      * so, recorded on the fund with the date and who counted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pccnt01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slpcf01.cbl".
            COPY "slpcs01.cbl".
            COPY "slvouch.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdpcf01.cbl".
            COPY "fdpcs01.cbl".
            COPY "fdvouch.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".

       WORKING-STORAGE SECTION.
       77   FUND-RECORD-FOUND                  PIC X.
       77   VOUCHER-RECORD-FOUND               PIC X.
       77   SLIP-FILE-AT-END                   PIC X.
       77   RECORD-THE-COUNT                   PIC X.
       77   COUNT-DATE                         PIC 9(8).
       77   CASH-COUNTED                       PIC S9(6)V99.
       77   OPEN-SLIP-COUNT                    PIC 9(4).
       77   OPEN-SLIP-TOTAL                    PIC S9(7)V99.
       77   IN-TRANSIT-COUNT                   PIC 9(4).
       77   IN-TRANSIT-TOTAL                   PIC S9(7)V99.
       77   ACCOUNTED-FOR                      PIC S9(7)V99.
       77   COUNT-VARIANCE                     PIC S9(7)V99.

       77   CASH-ENTRY-FIELD                   PIC ZZZ,ZZ9.99-.
       77   AMOUNT-FIELD                       PIC Z,ZZZ,ZZ9.99-.
       77   ERROR-MESSAGE                      PIC X(79) VALUE SPACE.

            COPY "wssignon01.cbl".
            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE " " TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            ACCEPT COUNT-DATE FROM DATE YYYYMMDD.
            PERFORM GET-THE-FUND.
            PERFORM COUNT-THE-FUND
               UNTIL PCFUND-NUMBER = SPACES.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN I-O PETTY-CASH-FUND-FILE.
            OPEN INPUT PETTY-CASH-SLIP-FILE.
            OPEN INPUT VOUCHER-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.

       CLOSING-PROCEDURE.
            CLOSE PETTY-CASH-FUND-FILE.
            CLOSE PETTY-CASH-SLIP-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.

      *--------------------------------
      * OPERATOR SIGN-ON
      *--------------------------------
            COPY "plsignon01.cbl".

       COUNT-THE-FUND.
            PERFORM ACCEPT-CASH-COUNTED.
            PERFORM SUM-THE-FUND-SLIPS.
            PERFORM SHOW-THE-RECONCILIATION.
            PERFORM ASK-RECORD-THE-COUNT.
            IF RECORD-THE-COUNT = "Y"
                PERFORM RECORD-COUNT-ON-FUND.
            PERFORM GET-THE-FUND.

      *--------------------------------
      * THE FUND
      *--------------------------------
       GET-THE-FUND.
            PERFORM ACCEPT-THE-FUND.
            PERFORM RE-ACCEPT-THE-FUND
               UNTIL FUND-RECORD-FOUND = "Y"
                  OR PCFUND-NUMBER = SPACES.

       ACCEPT-THE-FUND.
            DISPLAY " ".
            DISPLAY "ENTER PETTY-CASH FUND TO COUNT".
            DISPLAY "(ENTER BLANK TO EXIT)".
            MOVE SPACES TO PCFUND-NUMBER.
            ACCEPT PCFUND-NUMBER.
            INSPECT PCFUND-NUMBER
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            MOVE "N" TO FUND-RECORD-FOUND.
            IF PCFUND-NUMBER NOT = SPACES
                PERFORM CHECK-THE-FUND.

       RE-ACCEPT-THE-FUND.
            DISPLAY ERROR-MESSAGE.
            PERFORM ACCEPT-THE-FUND.

       CHECK-THE-FUND.
            MOVE "Y" TO FUND-RECORD-FOUND.
            READ PETTY-CASH-FUND-FILE RECORD
               INVALID KEY
               MOVE "N" TO FUND-RECORD-FOUND.
            IF FUND-RECORD-FOUND = "N"
                MOVE "FUND NOT ON FILE" TO ERROR-MESSAGE
            ELSE
            IF PCFUND-COMPANY NOT = CURRENT-COMPANY
                MOVE "FUND BELONGS TO ANOTHER COMPANY"
                   TO ERROR-MESSAGE
                MOVE "N" TO FUND-RECORD-FOUND
            ELSE
                DISPLAY PCFUND-SITE
                DISPLAY "CUSTODIAN: " PCFUND-CUSTODIAN.

      * The counter keys the cash before seeing what it should be.
       ACCEPT-CASH-COUNTED.
            DISPLAY "ENTER CASH COUNTED IN THE BOX".
            ACCEPT CASH-ENTRY-FIELD.
            MOVE CASH-ENTRY-FIELD TO CASH-COUNTED.
            PERFORM RE-ACCEPT-CASH-COUNTED
               UNTIL CASH-COUNTED NOT < ZERO.

       RE-ACCEPT-CASH-COUNTED.
            DISPLAY "CASH COUNTED CANNOT BE NEGATIVE".
            DISPLAY "ENTER CASH COUNTED IN THE BOX".
            ACCEPT CASH-ENTRY-FIELD.
            MOVE CASH-ENTRY-FIELD TO CASH-COUNTED.

      *--------------------------------
      * WHAT IS OUT OF THE BOX
      *--------------------------------
       SUM-THE-FUND-SLIPS.
            MOVE ZERO TO OPEN-SLIP-COUNT OPEN-SLIP-TOTAL.
            MOVE ZERO TO IN-TRANSIT-COUNT IN-TRANSIT-TOTAL.
            MOVE "N" TO SLIP-FILE-AT-END.
            MOVE PCFUND-NUMBER TO PCSLIP-FUND.
            MOVE ZEROES TO PCSLIP-SEQUENCE.
            START PETTY-CASH-SLIP-FILE
               KEY IS NOT LESS THAN PCSLIP-KEY
               INVALID KEY
               MOVE "Y" TO SLIP-FILE-AT-END.
            PERFORM SUM-ONE-FUND-SLIP
               UNTIL SLIP-FILE-AT-END = "Y".

       SUM-ONE-FUND-SLIP.
            READ PETTY-CASH-SLIP-FILE NEXT RECORD
               AT END MOVE "Y" TO SLIP-FILE-AT-END.
            IF SLIP-FILE-AT-END NOT = "Y"
                IF PCSLIP-FUND NOT = PCFUND-NUMBER
                    MOVE "Y" TO SLIP-FILE-AT-END
                ELSE
                IF PCSLIP-UNREPLENISHED
                    ADD 1 TO OPEN-SLIP-COUNT
                    ADD PCSLIP-AMOUNT TO OPEN-SLIP-TOTAL
                ELSE
                    PERFORM CHECK-SLIP-IN-TRANSIT.

       CHECK-SLIP-IN-TRANSIT.
            MOVE PCSLIP-VOUCHER-NUMBER TO VOUCHER-NUMBER.
            MOVE "Y" TO VOUCHER-RECORD-FOUND.
            READ VOUCHER-FILE RECORD
               INVALID KEY
               MOVE "N" TO VOUCHER-RECORD-FOUND.
            IF VOUCHER-RECORD-FOUND = "Y"
                IF VOUCHER-PAID-AMOUNT < VOUCHER-AMOUNT
                    ADD 1 TO IN-TRANSIT-COUNT
                    ADD PCSLIP-AMOUNT TO IN-TRANSIT-TOTAL.

      *--------------------------------
      * THE RECONCILIATION
      *--------------------------------
       SHOW-THE-RECONCILIATION.
            COMPUTE ACCOUNTED-FOR =
               CASH-COUNTED + OPEN-SLIP-TOTAL + IN-TRANSIT-TOTAL.
            COMPUTE COUNT-VARIANCE =
               ACCOUNTED-FOR - PCFUND-AUTHORIZED.
            DISPLAY " ".
            DISPLAY "SURPRISE COUNT - FUND " PCFUND-NUMBER.
            MOVE COUNT-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            DISPLAY "COUNTED " FORMATTED-DATE " BY " OPERATOR-ID.
            DISPLAY " ".
            MOVE CASH-COUNTED TO AMOUNT-FIELD.
            DISPLAY "CASH ON HAND               " AMOUNT-FIELD.
            MOVE OPEN-SLIP-TOTAL TO AMOUNT-FIELD.
            DISPLAY "SLIPS NOT YET REPLENISHED  " AMOUNT-FIELD
               "  (" OPEN-SLIP-COUNT " SLIPS)".
            MOVE IN-TRANSIT-TOTAL TO AMOUNT-FIELD.
            DISPLAY "REPLENISHMENT NOT YET PAID " AMOUNT-FIELD
               "  (" IN-TRANSIT-COUNT " SLIPS)".
            DISPLAY "                           -------------".
            MOVE ACCOUNTED-FOR TO AMOUNT-FIELD.
            DISPLAY "ACCOUNTED FOR              " AMOUNT-FIELD.
            MOVE PCFUND-AUTHORIZED TO AMOUNT-FIELD.
            DISPLAY "AUTHORIZED FUND            " AMOUNT-FIELD.
            DISPLAY " ".
            MOVE COUNT-VARIANCE TO AMOUNT-FIELD.
            IF COUNT-VARIANCE = ZERO
                DISPLAY "FUND BALANCES"
            ELSE
            IF COUNT-VARIANCE > ZERO
                DISPLAY "FUND IS OVER               " AMOUNT-FIELD
            ELSE
                DISPLAY "FUND IS SHORT              " AMOUNT-FIELD.
            IF PCFUND-LAST-COUNT-DATE NOT = ZEROES
                MOVE PCFUND-LAST-COUNT-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                MOVE PCFUND-LAST-COUNT-VARIANCE TO AMOUNT-FIELD
                DISPLAY "LAST COUNT " FORMATTED-DATE " BY "
                   PCFUND-LAST-COUNTED-BY " VARIANCE " AMOUNT-FIELD.

       ASK-RECORD-THE-COUNT.
            PERFORM ACCEPT-RECORD-THE-COUNT.
            PERFORM RE-ACCEPT-RECORD-THE-COUNT
               UNTIL RECORD-THE-COUNT = "Y" OR "N".

       ACCEPT-RECORD-THE-COUNT.
            DISPLAY "RECORD THIS COUNT ON THE FUND (Y/N)?".
            ACCEPT RECORD-THE-COUNT.
            INSPECT RECORD-THE-COUNT
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-RECORD-THE-COUNT.
            DISPLAY "YOU MUST ENTER YES (Y) OR NO (N)".
            PERFORM ACCEPT-RECORD-THE-COUNT.

       RECORD-COUNT-ON-FUND.
            MOVE COUNT-DATE TO PCFUND-LAST-COUNT-DATE.
            MOVE CASH-COUNTED TO PCFUND-LAST-COUNT-CASH.
            MOVE COUNT-VARIANCE TO PCFUND-LAST-COUNT-VARIANCE.
            MOVE OPERATOR-ID TO PCFUND-LAST-COUNTED-BY.
            REWRITE PETTY-CASH-FUND-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING FUND RECORD".

            COPY "dtfmt01.cbl".
