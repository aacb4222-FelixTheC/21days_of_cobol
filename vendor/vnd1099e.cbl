      * amounts from the adjustments file (fd1099aj.cbl) folded in.
      * A vendor whose combined total is zero gets no payee record;
      * a vendor with only an adjustment and no vouchers still gets
      * one. Members of one corporate family (vndfam01.cbl) that
      * share a VENDOR-TAX-ID are one payee - a single B record,
      * under the parent's name and address when the parent is in
      * the group, else the first member's, carrying the combined
      * amounts - so a TIN never gets more than one 1099 of each
      * kind from us.
      *
      * Each payment is split by 1099 box (plbox01.cbl) and the
      * file carries two returns: a 1099-NEC for every payee with
      * nonemployee compensation and a 1099-MISC for every payee
      * with rents, medical payments or attorney's gross proceeds -
      * a payee with both gets both. Payments coded not reportable
      * go on neither. Backup withholding goes on the NEC when the
      * payee has one, else on the MISC. The B records are built
      * into two hold files (IRSNEC, IRSMISC) during the vendor
      * pass and copied behind their own A record at the end; a
      * return with no payees is left out altogether.
      *
      * Record set written to IRSTAX:
      *   T - transmitter            (one, from operator entry)
      *   A - payer                  (one per return - type "NE"
      *                               1099-NEC, "A " 1099-MISC)
      *   B - one per payee          (in cents - NEC: amount code 1
      *                               nonemployee compensation;
      *                               MISC: 1 rents, 6 medical, A
      *                               attorney; both: 4 withheld)
      *   C - end of payer           (payee count and amount totals)
      *   F - end of transmission    (count of A records)
      * Payee TINs are the digits of VENDOR-TAX-ID with the dashes
      * squeezed out.
      ******************************************************************
            COPY "sl1099aj.cbl".
            COPY "slbwh01.cbl".
            COPY "slcmpny.cbl".
            COPY "slvchdst.cbl".
            COPY "slglacct.cbl".
            COPY "slchkreg.cbl".
            COPY "slxmit01.cbl".

            SELECT OPTIONAL IRS-TAX-FILE
               ASSIGN TO "IRSTAX"
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT NEC-HOLD-FILE
               ASSIGN TO "IRSNEC"
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT MISC-HOLD-FILE
               ASSIGN TO "IRSMISC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fd1099aj.cbl".
            COPY "fdbwh01.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdvchdst.cbl".
            COPY "fdglacct.cbl".
            COPY "fdchkreg.cbl".
            COPY "fdxmit01.cbl".

       FD   IRS-TAX-FILE
            LABEL RECORDS ARE STANDARD.
       01   IRS-TAX-RECORD                PIC X(750).

       FD   NEC-HOLD-FILE
            LABEL RECORDS ARE STANDARD.
       01   NEC-HOLD-RECORD               PIC X(750).

       FD   MISC-HOLD-FILE
            LABEL RECORDS ARE STANDARD.
       01   MISC-HOLD-RECORD              PIC X(750).

       WORKING-STORAGE SECTION.

       01   T-RECORD.
            05 FILLER                     PIC X(6)  VALUE SPACE.
            05 A-PAYER-TIN                PIC X(9).
            05 A-NAME-CONTROL             PIC X(4).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 A-TYPE-OF-RETURN           PIC X(2).
            05 FILLER                     PIC X(7)  VALUE SPACE.
            05 A-AMOUNT-CODES             PIC X(16).
            05 FILLER                     PIC X(8)  VALUE SPACE.
            05 A-PAYER-NAME               PIC X(80).
            05 A-ADDRESS                  PIC X(40).
            05 B-AMOUNT-2                 PIC 9(12) VALUE ZERO.
            05 B-AMOUNT-3                 PIC 9(12) VALUE ZERO.
            05 B-AMOUNT-4                 PIC 9(12) VALUE ZERO.
            05 B-AMOUNT-5                 PIC 9(12) VALUE ZERO.
            05 B-AMOUNT-6                 PIC 9(12) VALUE ZERO.
            05 B-AMOUNT-7                 PIC 9(12) VALUE ZERO.
            05 B-AMOUNT-8                 PIC 9(12) VALUE ZERO.
            05 B-AMOUNT-9                 PIC 9(12) VALUE ZERO.
            05 B-AMOUNT-A                 PIC 9(12) VALUE ZERO.
            05 FILLER                     PIC X(20) VALUE SPACE.
            05 B-PAYEE-NAME               PIC X(80).
            05 B-ADDRESS                  PIC X(40).
            05 B-CITY                     PIC X(40).
            05 B-STATE                    PIC X(2).
            05 B-ZIP                      PIC X(9).
            05 FILLER                     PIC X(389) VALUE SPACE.

       01   C-RECORD.
            05 FILLER                     PIC X(1)  VALUE "C".
            05 C-PAYEE-COUNT              PIC 9(8).
            05 FILLER                     PIC X(6)  VALUE SPACE.
            05 C-AMOUNT-1-TOTAL           PIC 9(18).
            05 FILLER                     PIC X(36) VALUE ZEROES.
            05 C-AMOUNT-4-TOTAL           PIC 9(18).
            05 FILLER                     PIC X(18) VALUE ZEROES.
            05 C-AMOUNT-6-TOTAL           PIC 9(18).
            05 FILLER                     PIC X(54) VALUE ZEROES.
            05 C-AMOUNT-A-TOTAL           PIC 9(18).
            05 FILLER                     PIC X(555) VALUE SPACE.

       01   F-RECORD.
            05 FILLER                     PIC X(1)  VALUE "F".
            05 F-A-RECORD-COUNT           PIC 9(8)  VALUE ZERO.
            05 FILLER                     PIC X(741) VALUE SPACE.

       77   VENDOR-FILE-AT-END            PIC X.

       77   REPORT-YEAR                   PIC 9(4).
       77   VOUCHER-PAID-YEAR             PIC 9(4).
       77   VENDOR-TOTAL-WITHHELD         PIC S9(8)V99 VALUE ZERO.
       77   BWH-FILE-AT-END               PIC X.
       77   BWH-YEAR                      PIC 9(4).
       77   AMOUNT-IN-CENTS               PIC 9(12).
       77   TOTAL-IN-CENTS                PIC 9(18).
       77   VENDOR-RECORD-FOUND           PIC X.
       77   REGISTER-RECORD-FOUND         PIC X.
       77   WITHHELD-ON-NEC               PIC X.
       77   HOLD-FILE-AT-END              PIC X.

      * Per-return counts and the C-record control totals.
       77   NEC-PAYEE-COUNT               PIC 9(8) VALUE ZERO.
       77   NEC-BOX-1-TOTAL               PIC S9(10)V99 VALUE ZERO.
       77   NEC-WITHHELD-TOTAL            PIC S9(10)V99 VALUE ZERO.
       77   MISC-PAYEE-COUNT              PIC 9(8) VALUE ZERO.
       77   MISC-RENTS-TOTAL              PIC S9(10)V99 VALUE ZERO.
       77   MISC-MEDICAL-TOTAL            PIC S9(10)V99 VALUE ZERO.
       77   MISC-ATTORNEY-TOTAL           PIC S9(10)V99 VALUE ZERO.
       77   MISC-WITHHELD-TOTAL           PIC S9(10)V99 VALUE ZERO.
       77   EXCLUDED-TOTAL                PIC S9(10)V99 VALUE ZERO.
       77   IRS-RECORD-COUNT              PIC 9(7) VALUE ZERO.
       77   EXCLUDED-TOTAL-FIELD          PIC Z,ZZZ,ZZZ,ZZ9.99-.

      * Family members sharing a TIN, held until the vendor pass is
      * done and written as one payee each.
       01   FAMILY-PAYEE-TABLE.
            05 FAMILY-PAYEE-ENTRY OCCURS 300 TIMES.
               10 FAMILY-PAYEE-KEY        PIC 9(5).
               10 FAMILY-PAYEE-TAX-ID     PIC X(11).
               10 FAMILY-PAYEE-VENDOR     PIC 9(5).
               10 FAMILY-PAYEE-NEC        PIC S9(8)V99.
               10 FAMILY-PAYEE-RENTS      PIC S9(8)V99.
               10 FAMILY-PAYEE-MEDICAL    PIC S9(8)V99.
               10 FAMILY-PAYEE-ATTORNEY   PIC S9(8)V99.
               10 FAMILY-PAYEE-WITHHELD   PIC S9(8)V99.
       77   FAMILY-PAYEE-COUNT            PIC 9(3) VALUE ZERO.
       77   FAMILY-PAYEE-INDEX            PIC 9(3).
       77   FAMILY-PAYEE-SCAN             PIC 9(3).

            COPY "wsfam01.cbl".
            COPY "wsbox01.cbl".

       77   TIN-SCAN                      PIC 99.
       77   TIN-POSITION                  PIC 99.
            PERFORM OPENING-PROCEDURE.
            PERFORM ACCEPT-RUN-PARAMETERS.
            PERFORM WRITE-T-RECORD.

            PERFORM LOAD-THE-FAMILY-HEADS.
            MOVE "N" TO VENDOR-FILE-AT-END.
            PERFORM READ-NEXT-VENDOR-RECORD.
            PERFORM BUILD-ELIGIBLE-PAYEES
               UNTIL VENDOR-FILE-AT-END = "Y".
            PERFORM WRITE-ONE-FAMILY-PAYEE
               VARYING FAMILY-PAYEE-INDEX FROM 1 BY 1
               UNTIL FAMILY-PAYEE-INDEX > FAMILY-PAYEE-COUNT.

            PERFORM WRITE-THE-RETURNS.
            PERFORM WRITE-F-RECORD.

            DISPLAY "1099-NEC PAYEE RECORDS WRITTEN:  " NEC-PAYEE-COUNT.
            DISPLAY "1099-MISC PAYEE RECORDS WRITTEN: "
               MISC-PAYEE-COUNT.
            MOVE EXCLUDED-TOTAL TO EXCLUDED-TOTAL-FIELD.
            DISPLAY "PAID BUT NOT REPORTABLE: " EXCLUDED-TOTAL-FIELD.
            PERFORM CLOSING-PROCEDURE.
            PERFORM REGISTER-THE-IRS-FILE.

       PROGRAM-DONE.
            GOBACK.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT ADJUSTMENT-1099-FILE.
            OPEN INPUT BACKUP-WITHHOLDING-FILE.
            OPEN INPUT DISTRIBUTION-FILE.
            OPEN INPUT GL-ACCOUNT-FILE.
            OPEN INPUT CHECK-REGISTER-FILE.
            OPEN OUTPUT IRS-TAX-FILE.
            OPEN OUTPUT NEC-HOLD-FILE.
            OPEN OUTPUT MISC-HOLD-FILE.
            PERFORM LOAD-THE-TRAINING-FLAGS.

       LOAD-THE-TRAINING-FLAGS.
            CLOSE VOUCHER-FILE.
            CLOSE ADJUSTMENT-1099-FILE.
            CLOSE BACKUP-WITHHOLDING-FILE.
            CLOSE DISTRIBUTION-FILE.
            CLOSE GL-ACCOUNT-FILE.
            CLOSE CHECK-REGISTER-FILE.
            CLOSE IRS-TAX-FILE.

       ACCEPT-RUN-PARAMETERS.
            MOVE T-RECORD TO IRS-TAX-RECORD.
            PERFORM WRITE-IRS-RECORD.

      * The caller sets A-TYPE-OF-RETURN and A-AMOUNT-CODES.
       WRITE-A-RECORD.
            MOVE REPORT-YEAR TO A-PAYMENT-YEAR.
            MOVE PAYER-TIN TO A-PAYER-TIN.
            MOVE PAYER-PHONE TO A-PHONE.
            MOVE A-RECORD TO IRS-TAX-RECORD.
            PERFORM WRITE-IRS-RECORD.
            ADD 1 TO F-A-RECORD-COUNT.

      *--------------------------------
      * ONE B RECORD PER PAYEE
                PERFORM SUM-VENDOR-PAID-AMOUNT
                PERFORM ADD-VENDOR-ADJUSTMENT
                PERFORM SUM-VENDOR-WITHHELD-AMOUNT
                ADD BOX-EXCLUDED-AMOUNT TO EXCLUDED-TOTAL
                IF BOX-REPORTABLE-AMOUNT NOT = ZERO OR
                      VENDOR-TOTAL-WITHHELD NOT = ZERO
                    PERFORM WRITE-OR-HOLD-PAYEE
                END-IF
            END-IF.
            PERFORM READ-NEXT-VENDOR-RECORD.

       WRITE-OR-HOLD-PAYEE.
            PERFORM SET-THE-FAMILY-KEY.
            MOVE ZERO TO FAMILY-PAYEE-INDEX.
            IF VENDOR-IN-A-FAMILY = "Y" AND
                  VENDOR-TAX-ID NOT = SPACES
                PERFORM HOLD-FAMILY-PAYEE.
            IF FAMILY-PAYEE-INDEX = ZERO
                PERFORM WRITE-B-RECORD.

      *--------------------------------
      * ONE TIN, ONE 1099
      *--------------------------------
      * Adds the vendor into its family's entry for the same TIN,
      * opening one if need be; the parent, when it is in the
      * group, is the payee of record. FAMILY-PAYEE-INDEX comes
      * back zero only when the table is full, and the vendor then
      * goes out on its own.
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
                MOVE ZERO TO FAMILY-PAYEE-NEC (FAMILY-PAYEE-INDEX)
                MOVE ZERO TO FAMILY-PAYEE-RENTS (FAMILY-PAYEE-INDEX)
                MOVE ZERO
                   TO FAMILY-PAYEE-MEDICAL (FAMILY-PAYEE-INDEX)
                MOVE ZERO
                   TO FAMILY-PAYEE-ATTORNEY (FAMILY-PAYEE-INDEX)
                MOVE ZERO
                   TO FAMILY-PAYEE-WITHHELD (FAMILY-PAYEE-INDEX).
            IF FAMILY-PAYEE-INDEX NOT = ZERO
                IF VENDOR-HAS-NO-PARENT
                    MOVE VENDOR-NUMBER
                       TO FAMILY-PAYEE-VENDOR (FAMILY-PAYEE-INDEX)
                END-IF
                ADD BOX-NEC-AMOUNT
                   TO FAMILY-PAYEE-NEC (FAMILY-PAYEE-INDEX)
                ADD BOX-RENTS-AMOUNT
                   TO FAMILY-PAYEE-RENTS (FAMILY-PAYEE-INDEX)
                ADD BOX-MEDICAL-AMOUNT
                   TO FAMILY-PAYEE-MEDICAL (FAMILY-PAYEE-INDEX)
                ADD BOX-ATTORNEY-AMOUNT
                   TO FAMILY-PAYEE-ATTORNEY (FAMILY-PAYEE-INDEX)
                ADD VENDOR-TOTAL-WITHHELD
                   TO FAMILY-PAYEE-WITHHELD (FAMILY-PAYEE-INDEX).

       MATCH-ONE-FAMILY-PAYEE.
            IF FAMILY-PAYEE-KEY (FAMILY-PAYEE-SCAN) = FAMILY-KEY AND
                  FAMILY-PAYEE-TAX-ID (FAMILY-PAYEE-SCAN)
                     = VENDOR-TAX-ID
                MOVE FAMILY-PAYEE-SCAN TO FAMILY-PAYEE-INDEX.

      * The payee of record supplies the name, address and account
      * number; the amounts are the family's.
       WRITE-ONE-FAMILY-PAYEE.
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
                MOVE FAMILY-PAYEE-WITHHELD (FAMILY-PAYEE-INDEX)
                   TO VENDOR-TOTAL-WITHHELD
                PERFORM WRITE-B-RECORD.

       CHECK-THE-VENDOR-COMPANY.
            MOVE "N" TO VENDOR-IN-TRAINING.
            IF VENDOR-COMPANY > ZERO

      * Box 4 - federal income tax withheld: the vendor's backup-
      * withholding records (fdbwh01.cbl) for the report year. The
      * file is keyed vendor + date + payment number + regime, so the
      * walk starts at the vendor and stops when the vendor or the
      * year changes.
       SUM-VENDOR-WITHHELD-AMOUNT.
            MOVE ZERO TO VENDOR-TOTAL-WITHHELD.
            MOVE "N" TO BWH-FILE-AT-END.
            MOVE VENDOR-NUMBER TO BWH-VENDOR.
            MOVE ZEROES TO BWH-DATE.
            MOVE ZEROES TO BWH-CHECK-NO.
            MOVE SPACE TO BWH-REGIME.
            START BACKUP-WITHHOLDING-FILE
               KEY IS NOT LESS THAN BWH-KEY
               INVALID KEY
                           TO VENDOR-TOTAL-WITHHELD.

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

       ADD-VENDOR-ADJUSTMENT.
            MOVE VENDOR-NUMBER TO ADJUSTMENT-VENDOR.
            MOVE REPORT-YEAR TO ADJUSTMENT-YEAR.
               INVALID KEY
               MOVE "N" TO ADJUSTMENT-RECORD-FOUND.
            IF ADJUSTMENT-RECORD-FOUND = "Y"
                MOVE ADJUSTMENT-1099-BOX TO BOX-LINE-BOX
                MOVE ADJUSTMENT-AMOUNT TO BOX-LINE-SHARE
                PERFORM ADD-TO-ONE-BOX
                PERFORM TOTAL-THE-BOX-AMOUNTS.

      * One payee's B records - the NEC one when there is
      * nonemployee compensation (or nothing else to carry the
      * withholding), the MISC one when there is anything in the
      * MISC boxes - into the hold files WRITE-THE-RETURNS copies
      * behind their A records.
       WRITE-B-RECORD.
            MOVE SPACES TO B-PAYEE-TIN.
            MOVE ZERO TO TIN-POSITION.
            MOVE VENDOR-NAME (1 : 4) TO B-NAME-CONTROL.
            MOVE "1" TO B-TIN-TYPE.
            MOVE VENDOR-NUMBER TO B-ACCOUNT-NUMBER.
            MOVE VENDOR-NAME TO B-PAYEE-NAME.
            MOVE VENDOR-ADDRESS-1 TO B-ADDRESS.
            MOVE VENDOR-CITY TO B-CITY.
            MOVE VENDOR-STATE TO B-STATE.
            MOVE VENDOR-ZIP TO B-ZIP.
            MOVE "N" TO WITHHELD-ON-NEC.
            IF BOX-NEC-AMOUNT NOT = ZERO OR
                  BOX-MISC-AMOUNT = ZERO
                PERFORM WRITE-NEC-B-RECORD.
            IF BOX-MISC-AMOUNT NOT = ZERO
                PERFORM WRITE-MISC-B-RECORD.

       WRITE-NEC-B-RECORD.
            PERFORM CLEAR-B-AMOUNTS.
            COMPUTE AMOUNT-IN-CENTS = BOX-NEC-AMOUNT * 100.
            MOVE AMOUNT-IN-CENTS TO B-AMOUNT-1.
            COMPUTE AMOUNT-IN-CENTS = VENDOR-TOTAL-WITHHELD * 100.
            MOVE AMOUNT-IN-CENTS TO B-AMOUNT-4.
            MOVE "Y" TO WITHHELD-ON-NEC.
            WRITE NEC-HOLD-RECORD FROM B-RECORD.
            ADD 1 TO NEC-PAYEE-COUNT.
            ADD BOX-NEC-AMOUNT TO NEC-BOX-1-TOTAL.
            ADD VENDOR-TOTAL-WITHHELD TO NEC-WITHHELD-TOTAL.

       WRITE-MISC-B-RECORD.
            PERFORM CLEAR-B-AMOUNTS.
            COMPUTE AMOUNT-IN-CENTS = BOX-RENTS-AMOUNT * 100.
            MOVE AMOUNT-IN-CENTS TO B-AMOUNT-1.
            COMPUTE AMOUNT-IN-CENTS = BOX-MEDICAL-AMOUNT * 100.
            MOVE AMOUNT-IN-CENTS TO B-AMOUNT-6.
            COMPUTE AMOUNT-IN-CENTS = BOX-ATTORNEY-AMOUNT * 100.
            MOVE AMOUNT-IN-CENTS TO B-AMOUNT-A.
            IF WITHHELD-ON-NEC NOT = "Y"
                COMPUTE AMOUNT-IN-CENTS = VENDOR-TOTAL-WITHHELD * 100
                MOVE AMOUNT-IN-CENTS TO B-AMOUNT-4
                ADD VENDOR-TOTAL-WITHHELD TO MISC-WITHHELD-TOTAL.
            WRITE MISC-HOLD-RECORD FROM B-RECORD.
            ADD 1 TO MISC-PAYEE-COUNT.
            ADD BOX-RENTS-AMOUNT TO MISC-RENTS-TOTAL.
            ADD BOX-MEDICAL-AMOUNT TO MISC-MEDICAL-TOTAL.
            ADD BOX-ATTORNEY-AMOUNT TO MISC-ATTORNEY-TOTAL.

       CLEAR-B-AMOUNTS.
            MOVE ZERO TO B-AMOUNT-1 B-AMOUNT-2 B-AMOUNT-3
                         B-AMOUNT-4 B-AMOUNT-5 B-AMOUNT-6
                         B-AMOUNT-7 B-AMOUNT-8 B-AMOUNT-9
                         B-AMOUNT-A.

      * The TIN field wants bare digits; VENDOR-TAX-ID carries the
      * usual NN-NNNNNNN / NNN-NN-NNNN punctuation.
                MOVE VENDOR-TAX-ID (TIN-SCAN : 1)
                   TO B-PAYEE-TIN (TIN-POSITION : 1).

      *--------------------------------
      * ONE RETURN PER FORM
      *--------------------------------
      * A, the held B records, C - the NEC return, then the MISC.
       WRITE-THE-RETURNS.
            CLOSE NEC-HOLD-FILE.
            CLOSE MISC-HOLD-FILE.
            IF NEC-PAYEE-COUNT > ZERO
                MOVE "NE" TO A-TYPE-OF-RETURN
                MOVE "14" TO A-AMOUNT-CODES
                PERFORM WRITE-A-RECORD
                PERFORM COPY-THE-NEC-PAYEES
                MOVE NEC-PAYEE-COUNT TO C-PAYEE-COUNT
                COMPUTE TOTAL-IN-CENTS = NEC-BOX-1-TOTAL * 100
                MOVE TOTAL-IN-CENTS TO C-AMOUNT-1-TOTAL
                COMPUTE TOTAL-IN-CENTS = NEC-WITHHELD-TOTAL * 100
                MOVE TOTAL-IN-CENTS TO C-AMOUNT-4-TOTAL
                MOVE ZERO TO C-AMOUNT-6-TOTAL
                MOVE ZERO TO C-AMOUNT-A-TOTAL
                PERFORM WRITE-C-RECORD.
            IF MISC-PAYEE-COUNT > ZERO
                MOVE "A " TO A-TYPE-OF-RETURN
                MOVE "146A" TO A-AMOUNT-CODES
                PERFORM WRITE-A-RECORD
                PERFORM COPY-THE-MISC-PAYEES
                MOVE MISC-PAYEE-COUNT TO C-PAYEE-COUNT
                COMPUTE TOTAL-IN-CENTS = MISC-RENTS-TOTAL * 100
                MOVE TOTAL-IN-CENTS TO C-AMOUNT-1-TOTAL
                COMPUTE TOTAL-IN-CENTS = MISC-WITHHELD-TOTAL * 100
                MOVE TOTAL-IN-CENTS TO C-AMOUNT-4-TOTAL
                COMPUTE TOTAL-IN-CENTS = MISC-MEDICAL-TOTAL * 100
                MOVE TOTAL-IN-CENTS TO C-AMOUNT-6-TOTAL
                COMPUTE TOTAL-IN-CENTS = MISC-ATTORNEY-TOTAL * 100
                MOVE TOTAL-IN-CENTS TO C-AMOUNT-A-TOTAL
                PERFORM WRITE-C-RECORD.

       COPY-THE-NEC-PAYEES.
            OPEN INPUT NEC-HOLD-FILE.
            MOVE "N" TO HOLD-FILE-AT-END.
            PERFORM COPY-ONE-NEC-PAYEE
               UNTIL HOLD-FILE-AT-END = "Y".
            CLOSE NEC-HOLD-FILE.

       COPY-ONE-NEC-PAYEE.
            READ NEC-HOLD-FILE
               AT END MOVE "Y" TO HOLD-FILE-AT-END.
            IF HOLD-FILE-AT-END NOT = "Y"
                MOVE NEC-HOLD-RECORD TO IRS-TAX-RECORD
                PERFORM WRITE-IRS-RECORD.

       COPY-THE-MISC-PAYEES.
            OPEN INPUT MISC-HOLD-FILE.
            MOVE "N" TO HOLD-FILE-AT-END.
            PERFORM COPY-ONE-MISC-PAYEE
               UNTIL HOLD-FILE-AT-END = "Y".
            CLOSE MISC-HOLD-FILE.

       COPY-ONE-MISC-PAYEE.
            READ MISC-HOLD-FILE
               AT END MOVE "Y" TO HOLD-FILE-AT-END.
            IF HOLD-FILE-AT-END NOT = "Y"
                MOVE MISC-HOLD-RECORD TO IRS-TAX-RECORD
                PERFORM WRITE-IRS-RECORD.

      *--------------------------------
      * TRAILER RECORDS
      *--------------------------------
       WRITE-C-RECORD.
            MOVE C-RECORD TO IRS-TAX-RECORD.
            PERFORM WRITE-IRS-RECORD.


       WRITE-IRS-RECORD.
            WRITE IRS-TAX-RECORD.
            ADD 1 TO IRS-RECORD-COUNT.

      * The hash is the payments reported on both returns - the
      * withholding rides in the C records alongside, not in it.
       REGISTER-THE-IRS-FILE.
            MOVE "IRSTAX" TO XMIT-FILE-NAME.
            MOVE "VND1099E" TO XMIT-PROGRAM.
            MOVE "BATCH" TO XMIT-BUILT-BY.
            MOVE IRS-RECORD-COUNT TO XMIT-RECORD-COUNT.
            COMPUTE XMIT-HASH-TOTAL = NEC-BOX-1-TOTAL +
               MISC-RENTS-TOTAL + MISC-MEDICAL-TOTAL +
               MISC-ATTORNEY-TOTAL.
            PERFORM REGISTER-THE-TRANSMISSION.

       READ-NEXT-VOUCHER-RECORD.
            READ VOUCHER-FILE NEXT RECORD
       READ-NEXT-VENDOR-RECORD.
            READ VENDOR-FILE NEXT RECORD
               AT END MOVE "Y" TO VENDOR-FILE-AT-END.

            COPY "plfam01.cbl".
            COPY "plbox01.cbl".
            COPY "plxmit01.cbl".
