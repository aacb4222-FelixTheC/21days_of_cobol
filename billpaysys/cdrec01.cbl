      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Virtual-card settlement reconciliation - reads the monthly
      * settlement file the card issuer sends, one comma-delimited
      * row per card payment the vendor charged:
      *    bank-account-code,payment-number,settled-date,amount
      * (amount implied two decimals and date CCYYMMDD, the same
      * layout as chkrec01.cbl's cleared-items file). Each row is
      * matched against the register entry vcdrun01.cbl wrote for
      * that account and payment number and reported line by line:
      *
      *   CLEARED            - amounts agree; the register entry is
      *                        marked cleared and every voucher the
      *                        payment paid is stamped with
      *                        VOUCHER-CLEARED-DATE.
      *   AMOUNT MISMATCH    - the vendor charged a different amount
      *                        than we released; nothing is stamped.
      *   NOT ISSUED         - no register entry for that number.
      *   NOT A CARD PAYMENT - the number belongs to a check or EFT
      *                        payment, never to the issuer.
      *
      * After the file is applied, every card payment still open is
      * listed by account - released, but not yet charged by the
      * vendor - with a count and total per account.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cdrec01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvouch.cbl".
            COPY "slbank01.cbl".
            COPY "slchkreg.cbl".
            COPY "sljrnl01.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".

            SELECT OPTIONAL SETTLEMENT-FILE
               ASSIGN TO "CARDSTL"
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO "CARDRECN"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvouch.cbl".
            COPY "fdbank01.cbl".
            COPY "fdchkreg.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".

       FD   SETTLEMENT-FILE
            LABEL RECORDS ARE STANDARD.
       01   SETTLEMENT-RECORD             PIC X(80).

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       01   MATCH-LINE.
            05 MATCH-BANK-ACCOUNT         PIC X(4).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 MATCH-PAYMENT-NO           PIC ZZZZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 MATCH-SETTLED-AMOUNT       PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 MATCH-ISSUED-AMOUNT        PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 MATCH-RESULT               PIC X(18).

       01   MATCH-COLUMN-LINE.
            05 FILLER                     PIC X(4)  VALUE "ACCT".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(6)  VALUE " PAYMT".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(11) VALUE "SETTLED AMT".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(11) VALUE " ISSUED AMT".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(6)  VALUE "RESULT".

       01   OUTSTANDING-LINE.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 OUT-PAYMENT-NO             PIC ZZZZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 OUT-PAID-DATE              PIC Z9/99/9999.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 OUT-AMOUNT                 PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 OUT-PAYEE-NAME             PIC X(30).

       01   ACCOUNT-HEADER-LINE.
            05 FILLER                     PIC X(25)
                             VALUE "UNSETTLED CARD PAYMENTS -".
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 OUT-BANK-ACCOUNT           PIC X(4).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 OUT-BANK-NAME              PIC X(30).

       01   ACCOUNT-TOTAL-LINE.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(17) VALUE
                             "TOTAL UNSETTLED: ".
            05 OUT-TOTAL-COUNT            PIC ZZZZ9.
            05 FILLER                     PIC X(10) VALUE " PAYMENTS ".
            05 OUT-TOTAL-AMOUNT           PIC ZZZ,ZZ9.99-.

       77   SETTLEMENT-FILE-AT-END        PIC X.
       77   VOUCHER-FILE-AT-END           PIC X.
       77   BANK-FILE-AT-END              PIC X.

       77   SETTLED-BANK-ACCOUNT          PIC X(4).
       77   SETTLED-PAYMENT-NO            PIC 9(6).
       77   SETTLED-DATE-FIELD            PIC 9(8).
       77   SETTLED-AMOUNT-FIELD          PIC S9(8)V99.

       77   REGISTER-RECORD-FOUND         PIC X.
       77   REGISTER-FILE-AT-END          PIC X.
       77   ITEMS-READ                    PIC 9(5) VALUE ZERO.
       77   ITEMS-CLEARED                 PIC 9(5) VALUE ZERO.
       77   ITEMS-MISMATCHED              PIC 9(5) VALUE ZERO.
       77   ITEMS-UNKNOWN                 PIC 9(5) VALUE ZERO.
       77   ITEMS-NOT-CARD                PIC 9(5) VALUE ZERO.

       77   OUTSTANDING-COUNT             PIC 9(5) VALUE ZERO.
       77   OUTSTANDING-TOTAL             PIC S9(8)V99 VALUE ZERO.
       77   OUT-PRINT-SWITCH              PIC X.

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsjrnl01.cbl".
            COPY "wssignon01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "K" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            MOVE OPERATOR-ID TO JOURNAL-BY-OPERATOR.

            MOVE "VIRTUAL CARD SETTLEMENT RECONCILIATION"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            MOVE MATCH-COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            PERFORM READ-SETTLEMENT-ITEM.
            PERFORM MATCH-ONE-SETTLEMENT-ITEM
               UNTIL SETTLEMENT-FILE-AT-END = "Y".

            PERFORM LINE-FEED.
            PERFORM PRINT-UNSETTLED-PAYMENTS.

            DISPLAY "SETTLEMENT ITEMS READ:   " ITEMS-READ.
            DISPLAY "ITEMS CLEARED:           " ITEMS-CLEARED.
            DISPLAY "AMOUNT MISMATCHES:       " ITEMS-MISMATCHED.
            DISPLAY "UNKNOWN PAYMENT NUMBERS: " ITEMS-UNKNOWN.
            DISPLAY "NOT CARD PAYMENTS:       " ITEMS-NOT-CARD.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT SETTLEMENT-FILE.
            OPEN I-O VOUCHER-FILE.
            OPEN INPUT BANK-ACCOUNT-FILE.
            OPEN I-O CHECK-REGISTER-FILE.
            OPEN OUTPUT PRINTER-FILE.
            OPEN EXTEND JOURNAL-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            MOVE "CDREC01" TO JOURNAL-PROGRAM-NAME.

       CLOSING-PROCEDURE.
            CLOSE SETTLEMENT-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE BANK-ACCOUNT-FILE.
            CLOSE CHECK-REGISTER-FILE.
            CLOSE PRINTER-FILE.
            CLOSE JOURNAL-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.

      *--------------------------------
      * MATCH ONE SETTLEMENT ITEM
      *--------------------------------
       MATCH-ONE-SETTLEMENT-ITEM.
            ADD 1 TO ITEMS-READ.
            PERFORM UNSTRING-SETTLEMENT-ITEM.
            PERFORM LOOK-UP-ISSUED-PAYMENT.
            MOVE SPACE TO MATCH-LINE.
            MOVE SETTLED-BANK-ACCOUNT TO MATCH-BANK-ACCOUNT.
            MOVE SETTLED-PAYMENT-NO TO MATCH-PAYMENT-NO.
            MOVE SETTLED-AMOUNT-FIELD TO MATCH-SETTLED-AMOUNT.
            IF REGISTER-RECORD-FOUND = "N"
                MOVE ZERO TO MATCH-ISSUED-AMOUNT
                ADD 1 TO ITEMS-UNKNOWN
                MOVE "NOT ISSUED" TO MATCH-RESULT
            ELSE
                MOVE REGISTER-CHECK-AMOUNT TO MATCH-ISSUED-AMOUNT
                IF NOT REGISTER-TYPE-CARD
                    ADD 1 TO ITEMS-NOT-CARD
                    MOVE "NOT A CARD PAYMENT" TO MATCH-RESULT
                ELSE
                    IF SETTLED-AMOUNT-FIELD NOT = REGISTER-CHECK-AMOUNT
                        ADD 1 TO ITEMS-MISMATCHED
                        MOVE "AMOUNT MISMATCH" TO MATCH-RESULT
                    ELSE
                        ADD 1 TO ITEMS-CLEARED
                        MOVE "CLEARED" TO MATCH-RESULT
                        PERFORM STAMP-VOUCHERS-CLEARED.
            MOVE MATCH-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM READ-SETTLEMENT-ITEM.

       UNSTRING-SETTLEMENT-ITEM.
            MOVE SPACES TO SETTLED-BANK-ACCOUNT.
            MOVE ZEROES TO SETTLED-PAYMENT-NO
                           SETTLED-DATE-FIELD.
            MOVE ZERO TO SETTLED-AMOUNT-FIELD.
            UNSTRING SETTLEMENT-RECORD DELIMITED BY ","
               INTO SETTLED-BANK-ACCOUNT
                    SETTLED-PAYMENT-NO
                    SETTLED-DATE-FIELD
                    SETTLED-AMOUNT-FIELD.
            INSPECT SETTLED-BANK-ACCOUNT
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

      * The released amount is the register's REGISTER-CHECK-AMOUNT,
      * the remit amount vcdrun01 sent the issuer - see chkrec01's
      * LOOK-UP-ISSUED-CHECK for why vouchers are not summed.
       LOOK-UP-ISSUED-PAYMENT.
            MOVE SETTLED-BANK-ACCOUNT TO REGISTER-BANK-ACCOUNT.
            MOVE SETTLED-PAYMENT-NO TO REGISTER-CHECK-NO.
            MOVE "Y" TO REGISTER-RECORD-FOUND.
            READ CHECK-REGISTER-FILE RECORD
               INVALID KEY
               MOVE "N" TO REGISTER-RECORD-FOUND.

       STAMP-VOUCHERS-CLEARED.
            PERFORM MARK-REGISTER-RECORD-CLEARED.
            CLOSE VOUCHER-FILE.
            OPEN I-O VOUCHER-FILE.
            MOVE "N" TO VOUCHER-FILE-AT-END.
            PERFORM READ-NEXT-VOUCHER-RECORD.
            PERFORM STAMP-ONE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".

       STAMP-ONE-VOUCHER.
            IF VOUCHER-CHECK-NO = SETTLED-PAYMENT-NO AND
                  VOUCHER-BANK-ACCOUNT = SETTLED-BANK-ACCOUNT AND
                  VOUCHER-PAID-DATE NOT = ZEROES
                MOVE SETTLED-DATE-FIELD TO VOUCHER-CLEARED-DATE
                PERFORM REWRITE-VOUCHER-RECORD
            END-IF.
            PERFORM READ-NEXT-VOUCHER-RECORD.

      *--------------------------------
      * UNSETTLED CARD PAYMENTS BY ACCOUNT
      *--------------------------------
       PRINT-UNSETTLED-PAYMENTS.
            MOVE "N" TO BANK-FILE-AT-END.
            PERFORM READ-NEXT-BANK-ACCOUNT.
            PERFORM PRINT-ACCOUNT-UNSETTLED
               UNTIL BANK-FILE-AT-END = "Y".

      * Only accounts carrying open card payments are printed - most
      * accounts never settle card spend at all.
       PRINT-ACCOUNT-UNSETTLED.
            PERFORM TOTAL-ACCOUNT-UNSETTLED.
            IF OUTSTANDING-COUNT NOT = ZERO
                PERFORM LINE-FEED
                MOVE BANK-ACCOUNT-CODE TO OUT-BANK-ACCOUNT
                MOVE BANK-ACCOUNT-NAME TO OUT-BANK-NAME
                MOVE ACCOUNT-HEADER-LINE TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER
                PERFORM LIST-ACCOUNT-OPEN-PAYMENTS
                MOVE OUTSTANDING-COUNT TO OUT-TOTAL-COUNT
                MOVE OUTSTANDING-TOTAL TO OUT-TOTAL-AMOUNT
                MOVE ACCOUNT-TOTAL-LINE TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            PERFORM READ-NEXT-BANK-ACCOUNT.

       TOTAL-ACCOUNT-UNSETTLED.
            MOVE "N" TO OUT-PRINT-SWITCH.
            PERFORM WALK-ACCOUNT-REGISTER.

       LIST-ACCOUNT-OPEN-PAYMENTS.
            MOVE "Y" TO OUT-PRINT-SWITCH.
            PERFORM WALK-ACCOUNT-REGISTER.

      * Straight off the register in payment-number order, as
      * chkrec01's outstanding list is.
       WALK-ACCOUNT-REGISTER.
            MOVE ZERO TO OUTSTANDING-COUNT.
            MOVE ZERO TO OUTSTANDING-TOTAL.
            MOVE BANK-ACCOUNT-CODE TO REGISTER-BANK-ACCOUNT.
            MOVE ZEROES TO REGISTER-CHECK-NO.
            MOVE "N" TO REGISTER-FILE-AT-END.
            START CHECK-REGISTER-FILE
               KEY IS NOT LESS THAN CHECK-REGISTER-KEY
               INVALID KEY
               MOVE "Y" TO REGISTER-FILE-AT-END.
            PERFORM CHECK-ONE-REGISTER-ENTRY
               UNTIL REGISTER-FILE-AT-END = "Y".

       CHECK-ONE-REGISTER-ENTRY.
            READ CHECK-REGISTER-FILE NEXT RECORD
               AT END MOVE "Y" TO REGISTER-FILE-AT-END.
            IF REGISTER-FILE-AT-END NOT = "Y"
                IF REGISTER-BANK-ACCOUNT NOT = BANK-ACCOUNT-CODE
                    MOVE "Y" TO REGISTER-FILE-AT-END
                ELSE
                    IF REGISTER-STATUS-OPEN AND
                          REGISTER-TYPE-CARD
                        PERFORM COUNT-ONE-OPEN-PAYMENT.

       COUNT-ONE-OPEN-PAYMENT.
            ADD 1 TO OUTSTANDING-COUNT.
            ADD REGISTER-CHECK-AMOUNT TO OUTSTANDING-TOTAL.
            IF OUT-PRINT-SWITCH = "Y"
                MOVE SPACE TO OUTSTANDING-LINE
                MOVE REGISTER-CHECK-NO TO OUT-PAYMENT-NO
                MOVE REGISTER-CHECK-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                MOVE FORMATTED-DATE TO OUT-PAID-DATE
                MOVE REGISTER-CHECK-AMOUNT TO OUT-AMOUNT
                MOVE REGISTER-PAYEE-NAME TO OUT-PAYEE-NAME
                MOVE OUTSTANDING-LINE TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       READ-SETTLEMENT-ITEM.
            MOVE "N" TO SETTLEMENT-FILE-AT-END.
            READ SETTLEMENT-FILE
               AT END
               MOVE "Y" TO SETTLEMENT-FILE-AT-END.

       READ-NEXT-VOUCHER-RECORD.
            READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
            IF VOUCHER-FILE-AT-END NOT = "Y"
                MOVE VOUCHER-RECORD TO JOURNAL-SAVED-VOUCHER.

       READ-NEXT-BANK-ACCOUNT.
            READ BANK-ACCOUNT-FILE NEXT RECORD
               AT END MOVE "Y" TO BANK-FILE-AT-END.

       REWRITE-VOUCHER-RECORD.
            REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".
            MOVE "VC" TO JOURNAL-FILE-ID.
            MOVE "RW" TO JOURNAL-ACTION.
            MOVE VOUCHER-NUMBER TO JOURNAL-RECORD-KEY.
            MOVE JOURNAL-SAVED-VOUCHER TO JOURNAL-BEFORE-IMAGE.
            MOVE VOUCHER-RECORD TO JOURNAL-AFTER-IMAGE.
            PERFORM WRITE-THE-JOURNAL.

       MARK-REGISTER-RECORD-CLEARED.
            MOVE SETTLED-BANK-ACCOUNT TO REGISTER-BANK-ACCOUNT.
            MOVE SETTLED-PAYMENT-NO TO REGISTER-CHECK-NO.
            MOVE "Y" TO REGISTER-RECORD-FOUND.
            READ CHECK-REGISTER-FILE RECORD
               INVALID KEY
               MOVE "N" TO REGISTER-RECORD-FOUND.
            IF REGISTER-RECORD-FOUND = "Y"
                MOVE "C" TO REGISTER-STATUS
                REWRITE CHECK-REGISTER-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING CHECK REGISTER RECORD".

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "pljrnl01.cbl".
            COPY "plsignon01.cbl".
