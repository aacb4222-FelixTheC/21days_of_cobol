      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * 1099 vendor paid report - the calendar-year paid-voucher
      * totals of every 1099-eligible vendor, split by 1099 box
      * (plbox01.cbl): the 1099-NEC box 1 amount and the 1099-MISC
      * total on the vendor's line, with the MISC boxes - rents,
      * medical, attorney's gross proceeds - broken out beneath it
      * when there are any. Payments coded not reportable are left
      * off the lines and shown only as a total at the end, and a
      * vendor with nothing reportable is not listed. Members of one
      * corporate family (vndfam01.cbl) that share a VENDOR-TAX-ID
      * are one payee to the IRS, so they print as one combined
      * line under the parent (or the first member, when the parent
      * files under another TIN) with the number of vendors folded
      * in - the same grouping the electronic file (vnd1099e.cbl)
      * uses.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vnd1099.

            COPY "slvnd02.cbl".
            COPY "slvouch.cbl".
            COPY "slvchdst.cbl".
            COPY "slglacct.cbl".
            COPY "slchkreg.cbl".

            COPY "slsplcat.cbl".

       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdvouch.cbl".
            COPY "fdvchdst.cbl".
            COPY "fdglacct.cbl".
            COPY "fdchkreg.cbl".
            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE

       01   DETAIL-LINE.
            05 PRINT-NUMBER               PIC ZZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-NAME                 PIC X(24).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-TAX-ID               PIC X(11).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-NEC-PAID             PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-MISC-PAID            PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-FAMILY-NOTE          PIC X(4).
            05 PRINT-FAMILY-COUNT         PIC ZZ9.

       01   MISC-LINE.
            05 FILLER                     PIC X(8)  VALUE SPACE.
            05 FILLER                     PIC X(10) VALUE "RENTS(1): ".
            05 PRINT-RENTS-PAID           PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(12)
                             VALUE "MEDICAL(6): ".
            05 PRINT-MEDICAL-PAID         PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(10) VALUE "ATTY(10): ".
            05 PRINT-ATTORNEY-PAID        PIC ZZZ,ZZ9.99-.

       01   COLUMN-LINE.
            05 FILLER                     PIC X(2)  VALUE "NO".
            05 FILLER                     PIC X(4)  VALUE SPACE.
            05 FILLER                     PIC X(4)  VALUE "NAME".
            05 FILLER                     PIC X(21) VALUE SPACE.
            05 FILLER                     PIC X(6)  VALUE "TAX-ID".
            05 FILLER                     PIC X(8)  VALUE SPACE.
            05 FILLER                     PIC X(9)  VALUE "NEC BOX 1".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(10) VALUE "MISC TOTAL".
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 FILLER                     PIC X(6)  VALUE "FAMILY".

       01   TITLE-LINE.
            05 FILLER                     PIC X(18) VALUE SPACE.
            05 FILLER                     PIC X(12) VALUE "TAX YEAR:  ".
            05 PRINT-REPORT-YEAR          PIC 9(4).

       01   NEC-TOTAL-LINE.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(20) VALUE
                             "1099-NEC RETURNS:   ".
            05 PRINT-NEC-COUNT            PIC ZZZZ9.
            05 FILLER                     PIC X(4)  VALUE SPACE.
            05 FILLER                     PIC X(13) VALUE
                             "TOTAL:       ".
            05 PRINT-NEC-TOTAL            PIC ZZ,ZZZ,ZZ9.99-.

       01   MISC-TOTAL-LINE.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(20) VALUE
                             "1099-MISC RETURNS:  ".
            05 PRINT-MISC-COUNT           PIC ZZZZ9.
            05 FILLER                     PIC X(4)  VALUE SPACE.
            05 FILLER                     PIC X(13) VALUE
                             "TOTAL:       ".
            05 PRINT-MISC-TOTAL           PIC ZZ,ZZZ,ZZ9.99-.

       01   EXCLUDED-TOTAL-LINE.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(42) VALUE
                  "PAID BUT NOT REPORTABLE (BY 1099 BOX):    ".
            05 PRINT-EXCLUDED-TOTAL       PIC ZZ,ZZZ,ZZ9.99-.

       77   VENDOR-FILE-AT-END            PIC X.
       77   VOUCHER-FILE-AT-END           PIC X.

       77   REPORT-YEAR                   PIC 9(4).
       77   VOUCHER-PAID-YEAR             PIC 9(4).
       77   NEC-RETURN-COUNT              PIC 9(5) VALUE ZERO.
       77   MISC-RETURN-COUNT             PIC 9(5) VALUE ZERO.
       77   NEC-GRAND-TOTAL               PIC S9(8)V99 VALUE ZERO.
       77   MISC-GRAND-TOTAL              PIC S9(8)V99 VALUE ZERO.
       77   EXCLUDED-GRAND-TOTAL          PIC S9(8)V99 VALUE ZERO.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   REGISTER-RECORD-FOUND         PIC X.

      * Family members sharing a TIN, held until the vendor pass is
      * done and printed as one line each.
       01   FAMILY-PAYEE-TABLE.
            05 FAMILY-PAYEE-ENTRY OCCURS 300 TIMES.
               10 FAMILY-PAYEE-KEY        PIC 9(5).
               10 FAMILY-PAYEE-TAX-ID     PIC X(11).
               10 FAMILY-PAYEE-VENDOR     PIC 9(5).
               10 FAMILY-PAYEE-MEMBERS    PIC 9(3).
               10 FAMILY-PAYEE-NEC        PIC S9(8)V99.
               10 FAMILY-PAYEE-RENTS      PIC S9(8)V99.
               10 FAMILY-PAYEE-MEDICAL    PIC S9(8)V99.
               10 FAMILY-PAYEE-ATTORNEY   PIC S9(8)V99.
       77   FAMILY-PAYEE-COUNT            PIC 9(3) VALUE ZERO.
       77   FAMILY-PAYEE-INDEX            PIC 9(3).
       77   FAMILY-PAYEE-SCAN             PIC 9(3).
       77   FAMILY-LINE-MEMBERS           PIC 9(3) VALUE ZERO.

            COPY "wsfam01.cbl".
            COPY "wsbox01.cbl".

            COPY "wsspool01.cbl".
            COPY "wsmask01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

            PERFORM START-NEW-PAGE.

            PERFORM LOAD-THE-FAMILY-HEADS.
            MOVE "N" TO VENDOR-FILE-AT-END.
            PERFORM READ-NEXT-VENDOR-RECORD.
            IF VENDOR-FILE-AT-END = "Y"
                PERFORM WRITE-TO-PRINTER
            ELSE
                PERFORM PRINT-ELIGIBLE-VENDORS
                   UNTIL VENDOR-FILE-AT-END = "Y"
                PERFORM PRINT-ONE-FAMILY-PAYEE
                   VARYING FAMILY-PAYEE-INDEX FROM 1 BY 1
                   UNTIL FAMILY-PAYEE-INDEX > FAMILY-PAYEE-COUNT.

            PERFORM PRINT-TOTALS.
            PERFORM CLOSING-PROCEDURE.
       OPENING-PROCEDURE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT DISTRIBUTION-FILE.
            OPEN INPUT GL-ACCOUNT-FILE.
            OPEN INPUT CHECK-REGISTER-FILE.
            MOVE "VND1099" TO SPOOL-NAME-REPORT-ID.
            MOVE "1099 VENDOR PAYMENT REPORT" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
       CLOSING-PROCEDURE.
            CLOSE VENDOR-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE DISTRIBUTION-FILE.
            CLOSE GL-ACCOUNT-FILE.
            CLOSE CHECK-REGISTER-FILE.
            PERFORM END-LAST-PAGE.
            CLOSE PRINTER-FILE.

       PRINT-ELIGIBLE-VENDORS.
            IF VENDOR-IS-1099-ELIGIBLE
                PERFORM SUM-VENDOR-PAID-AMOUNT
                ADD BOX-EXCLUDED-AMOUNT TO EXCLUDED-GRAND-TOTAL
                IF BOX-REPORTABLE-AMOUNT NOT = ZERO
                    PERFORM SET-THE-FAMILY-KEY
                    MOVE ZERO TO FAMILY-PAYEE-INDEX
                    IF VENDOR-IN-A-FAMILY = "Y" AND
                          VENDOR-TAX-ID NOT = SPACES
                        PERFORM HOLD-FAMILY-PAYEE
                    END-IF
                    IF FAMILY-PAYEE-INDEX = ZERO
                        MOVE ZERO TO FAMILY-LINE-MEMBERS
                        IF LINE-COUNT > MAXIMUM-LINES
                            PERFORM START-NEXT-PAGE
                        END-IF
                        PERFORM PRINT-VENDOR-LINES
                    END-IF
                END-IF
            END-IF.
            PERFORM READ-NEXT-VENDOR-RECORD.

      *--------------------------------
      * ONE TIN, ONE 1099
      *--------------------------------
      * Adds the vendor into its family's entry for the same TIN,
      * opening one if need be; the parent, when it is in the
      * group, is the one the line prints under. FAMILY-PAYEE-INDEX
      * comes back zero only when the table is full, and the
      * vendor then prints on its own.
       HOLD-FAMILY-PAYEE.
            PERFORM MATCH-ONE-FAMILY-PAYEE
               VARYING FAMILY-PAYEE-SCAN FROM 1 BY 1
               UNTIL FAMILY-PAYEE-SCAN > FAMILY-PAYEE-COUNT
                  OR FAMILY-PAYEE-INDEX NOT = ZERO.
            IF FAMILY-PAYEE-INDEX = ZERO AND
                  FAMILY-PAYEE-COUNT < 300
                ADD 1 TO FAMILY-PAYEE-COUNT
                MOVE FAMILY-PAYEE-COUNT TO FAMILY-PAYEE-INDEX
                MOVE FAMILY-KEY
                   TO FAMILY-PAYEE-KEY (FAMILY-PAYEE-INDEX)
                MOVE VENDOR-TAX-ID
                   TO FAMILY-PAYEE-TAX-ID (FAMILY-PAYEE-INDEX)
                MOVE VENDOR-NUMBER
                   TO FAMILY-PAYEE-VENDOR (FAMILY-PAYEE-INDEX)
                MOVE ZERO TO FAMILY-PAYEE-MEMBERS (FAMILY-PAYEE-INDEX)
                MOVE ZERO TO FAMILY-PAYEE-NEC (FAMILY-PAYEE-INDEX)
                MOVE ZERO TO FAMILY-PAYEE-RENTS (FAMILY-PAYEE-INDEX)
                MOVE ZERO
                   TO FAMILY-PAYEE-MEDICAL (FAMILY-PAYEE-INDEX)
                MOVE ZERO
                   TO FAMILY-PAYEE-ATTORNEY (FAMILY-PAYEE-INDEX).
            IF FAMILY-PAYEE-INDEX NOT = ZERO
                IF VENDOR-HAS-NO-PARENT
                    MOVE VENDOR-NUMBER
                       TO FAMILY-PAYEE-VENDOR (FAMILY-PAYEE-INDEX)
                END-IF
                ADD 1 TO FAMILY-PAYEE-MEMBERS (FAMILY-PAYEE-INDEX)
                ADD BOX-NEC-AMOUNT
                   TO FAMILY-PAYEE-NEC (FAMILY-PAYEE-INDEX)
                ADD BOX-RENTS-AMOUNT
                   TO FAMILY-PAYEE-RENTS (FAMILY-PAYEE-INDEX)
                ADD BOX-MEDICAL-AMOUNT
                   TO FAMILY-PAYEE-MEDICAL (FAMILY-PAYEE-INDEX)
                ADD BOX-ATTORNEY-AMOUNT
                   TO FAMILY-PAYEE-ATTORNEY (FAMILY-PAYEE-INDEX).

       MATCH-ONE-FAMILY-PAYEE.
            IF FAMILY-PAYEE-KEY (FAMILY-PAYEE-SCAN) = FAMILY-KEY AND
                  FAMILY-PAYEE-TAX-ID (FAMILY-PAYEE-SCAN)
                     = VENDOR-TAX-ID
                MOVE FAMILY-PAYEE-SCAN TO FAMILY-PAYEE-INDEX.

       PRINT-ONE-FAMILY-PAYEE.
            MOVE FAMILY-PAYEE-VENDOR (FAMILY-PAYEE-INDEX)
               TO VENDOR-NUMBER.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.
            IF VENDOR-RECORD-FOUND = "Y"
                MOVE FAMILY-PAYEE-NEC (FAMILY-PAYEE-INDEX)
                   TO BOX-NEC-AMOUNT
                MOVE FAMILY-PAYEE-RENTS (FAMILY-PAYEE-INDEX)
                   TO BOX-RENTS-AMOUNT
                MOVE FAMILY-PAYEE-MEDICAL (FAMILY-PAYEE-INDEX)
                   TO BOX-MEDICAL-AMOUNT
                MOVE FAMILY-PAYEE-ATTORNEY (FAMILY-PAYEE-INDEX)
                   TO BOX-ATTORNEY-AMOUNT
                PERFORM TOTAL-THE-BOX-AMOUNTS
                MOVE FAMILY-PAYEE-MEMBERS (FAMILY-PAYEE-INDEX)
                   TO FAMILY-LINE-MEMBERS
                IF LINE-COUNT > MAXIMUM-LINES
                    PERFORM START-NEXT-PAGE
                END-IF
                PERFORM PRINT-VENDOR-LINES.

       SUM-VENDOR-PAID-AMOUNT.
            PERFORM CLEAR-THE-BOX-AMOUNTS.
            CLOSE VOUCHER-FILE.
            OPEN INPUT VOUCHER-FILE.
            MOVE "N" TO VOUCHER-FILE-AT-END.
                DIVIDE VOUCHER-PAID-DATE BY 10000
                   GIVING VOUCHER-PAID-YEAR
                IF VOUCHER-PAID-YEAR = REPORT-YEAR
                    PERFORM SPLIT-VOUCHER-PAYMENT.
            PERFORM READ-NEXT-VOUCHER-RECORD.

      * A voucher paid by virtual card is reported by the card
      * issuer (1099-K), so its payment goes to the not-reportable
      * total whatever the voucher and GL accounts say.
       SPLIT-VOUCHER-PAYMENT.
            PERFORM LOOK-UP-THE-PAYMENT.
            IF REGISTER-RECORD-FOUND = "Y" AND
                  REGISTER-TYPE-CARD
                MOVE "X" TO BOX-LINE-BOX
                MOVE VOUCHER-PAID-AMOUNT TO BOX-LINE-SHARE
                PERFORM ADD-TO-ONE-BOX
                PERFORM TOTAL-THE-BOX-AMOUNTS
            ELSE
                MOVE VOUCHER-NUMBER TO BOX-VOUCHER-NUMBER
                MOVE VOUCHER-AMOUNT TO BOX-VOUCHER-AMOUNT
                MOVE VOUCHER-GL-CODE TO BOX-VOUCHER-GL-CODE
                MOVE VOUCHER-1099-BOX TO BOX-VOUCHER-BOX
                MOVE VOUCHER-PAID-AMOUNT TO BOX-PAID-AMOUNT
                PERFORM SPLIT-PAID-INTO-BOXES.

       LOOK-UP-THE-PAYMENT.
            MOVE VOUCHER-BANK-ACCOUNT TO REGISTER-BANK-ACCOUNT.
            MOVE VOUCHER-CHECK-NO TO REGISTER-CHECK-NO.
            MOVE "Y" TO REGISTER-RECORD-FOUND.
            READ CHECK-REGISTER-FILE RECORD
               INVALID KEY
               MOVE "N" TO REGISTER-RECORD-FOUND.

       READ-NEXT-VOUCHER-RECORD.
            READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-FILE-AT-END.

      * A vendor with any NEC amount is one 1099-NEC; with any MISC
      * box amount, one 1099-MISC - so a vendor may count in both.
       PRINT-VENDOR-LINES.
            MOVE SPACE TO DETAIL-LINE.
            MOVE VENDOR-NUMBER TO PRINT-NUMBER.
            MOVE VENDOR-NAME TO PRINT-NAME.
      * The report goes to a desk, not the IRS - no one signs on to
      * it, so the tax id prints masked to its last four digits.
            MOVE VENDOR-TAX-ID TO SENSITIVE-VALUE.
            PERFORM MASK-SENSITIVE-VALUE.
            MOVE SENSITIVE-SHOWN TO PRINT-TAX-ID.
            MOVE BOX-NEC-AMOUNT TO PRINT-NEC-PAID.
            MOVE BOX-MISC-AMOUNT TO PRINT-MISC-PAID.
            IF FAMILY-LINE-MEMBERS > 1
                MOVE "FAM:" TO PRINT-FAMILY-NOTE
                MOVE FAMILY-LINE-MEMBERS TO PRINT-FAMILY-COUNT.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF BOX-NEC-AMOUNT NOT = ZERO
                ADD 1 TO NEC-RETURN-COUNT
                ADD BOX-NEC-AMOUNT TO NEC-GRAND-TOTAL.
            IF BOX-MISC-AMOUNT NOT = ZERO
                MOVE BOX-RENTS-AMOUNT TO PRINT-RENTS-PAID
                MOVE BOX-MEDICAL-AMOUNT TO PRINT-MEDICAL-PAID
                MOVE BOX-ATTORNEY-AMOUNT TO PRINT-ATTORNEY-PAID
                MOVE MISC-LINE TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER
                ADD 1 TO MISC-RETURN-COUNT
                ADD BOX-MISC-AMOUNT TO MISC-GRAND-TOTAL.

       PRINT-TOTALS.
            PERFORM LINE-FEED.
            MOVE NEC-RETURN-COUNT TO PRINT-NEC-COUNT.
            MOVE NEC-GRAND-TOTAL TO PRINT-NEC-TOTAL.
            MOVE NEC-TOTAL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE MISC-RETURN-COUNT TO PRINT-MISC-COUNT.
            MOVE MISC-GRAND-TOTAL TO PRINT-MISC-TOTAL.
            MOVE MISC-TOTAL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE EXCLUDED-GRAND-TOTAL TO PRINT-EXCLUDED-TOTAL.
            MOVE EXCLUDED-TOTAL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       READ-NEXT-VENDOR-RECORD.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

            COPY "plspool01.cbl".
            COPY "plfam01.cbl".
            COPY "plbox01.cbl".
            COPY "plmask01.cbl".
