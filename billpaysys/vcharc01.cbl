      * same layout under HISTORY- names (fdvchhst.cbl). Only fully
      * paid vouchers whose checks have cleared the bank go - an
      * uncleared check can still be voided, and a void needs the
      * live voucher. A voucher under legal hold (fdlhld01.cbl)
      * stays live whatever its age, and prints on the register as
      * held under its matter.
      *
      * Each archived voucher is written to history first and only
      * then deleted from the live file, so an interruption leaves
            COPY "sljrnl01.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".
            COPY "sllhld01.cbl".

            COPY "slsplcat.cbl".

            COPY "fdjrnl01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdlhld01.cbl".

            COPY "fdsplcat.cbl".

            05 PRINT-CHECK-NO             PIC ZZZZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-AMOUNT               PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-HOLD-NOTE            PIC X(19).

       77   ARCHIVE-COMPANY               PIC 9 VALUE 1.
       77   VOUCHER-FILE-AT-END           PIC X.
       77   ARCHIVE-CUTOFF-DATE           PIC 9(8).
       77   ARCHIVED-COUNT                PIC 9(5) VALUE ZERO.
       77   ARCHIVED-TOTAL                PIC S9(8)V99 VALUE ZERO.
       77   HELD-COUNT                    PIC 9(5) VALUE ZERO.

            COPY "wsdate02.cbl".
            COPY "wsjrnl01.cbl".
            COPY "wssignon01.cbl".
            COPY "wscase01.cbl".
            COPY "wslhld01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
               UNTIL VOUCHER-FILE-AT-END = "Y".

            DISPLAY "VOUCHERS ARCHIVED: " ARCHIVED-COUNT.
            DISPLAY "VOUCHERS KEPT UNDER LEGAL HOLD: " HELD-COUNT.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            OPEN EXTEND JOURNAL-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            OPEN INPUT LEGAL-HOLD-FILE.
            MOVE "VCHARC01" TO JOURNAL-PROGRAM-NAME.

       CLOSING-PROCEDURE.
            CLOSE JOURNAL-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
            CLOSE LEGAL-HOLD-FILE.

       ACCEPT-ARCHIVE-COMPANY.
            DISPLAY "ENTER COMPANY NUMBER TO ARCHIVE (1-9)".
                  VOUCHER-RETAINED-AMOUNT = ZERO AND
                  NOT (VOUCHER-TYPE-PREPAYMENT AND
                       VOUCHER-APPLIED-AMOUNT < VOUCHER-AMOUNT)
                PERFORM ARCHIVE-UNLESS-HELD.
            PERFORM READ-NEXT-VOUCHER-RECORD.

       ARCHIVE-UNLESS-HELD.
            MOVE VOUCHER-VENDOR TO HOLD-CHECK-VENDOR.
            MOVE VOUCHER-NUMBER TO HOLD-CHECK-VOUCHER.
            MOVE VOUCHER-DATE TO HOLD-CHECK-DATE.
            PERFORM CHECK-LEGAL-HOLD.
            IF HOLD-CHECK-FOUND = "Y"
                ADD 1 TO HELD-COUNT
                PERFORM PRINT-HELD-LINE
            ELSE
                PERFORM ARCHIVE-THIS-VOUCHER.

       ARCHIVE-THIS-VOUCHER.
            PERFORM MOVE-VOUCHER-TO-HISTORY.
            PERFORM WRITE-HISTORY-RECORD.
            MOVE VOUCHER-GL-BATCH TO HISTORY-GL-BATCH.
            MOVE VOUCHER-JOB-NUMBER TO HISTORY-JOB-NUMBER.
            MOVE VOUCHER-HANDLING-CODE TO HISTORY-HANDLING-CODE.
            MOVE VOUCHER-1099-BOX TO HISTORY-1099-BOX.
            MOVE VOUCHER-INVOICE-DATE TO HISTORY-INVOICE-DATE.
            MOVE VOUCHER-SERVICE-FROM TO HISTORY-SERVICE-FROM.
            MOVE VOUCHER-SERVICE-THRU TO HISTORY-SERVICE-THRU.
            MOVE VOUCHER-RECEIVED-DATE TO HISTORY-RECEIVED-DATE.
            MOVE VOUCHER-ENTERED-DATE TO HISTORY-ENTERED-DATE.
            MOVE VOUCHER-APPROVED-DATE TO HISTORY-APPROVED-DATE.

      * A rerun after an interruption finds the voucher already in
      * history - rewrite it and carry on.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PRINT-HELD-LINE.
            MOVE SPACE TO DETAIL-LINE.
            MOVE VOUCHER-NUMBER TO PRINT-VOUCHER-NUMBER.
            MOVE VOUCHER-VENDOR TO PRINT-VENDOR-NUMBER.
            MOVE VOUCHER-PAID-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-PAID-DATE.
            MOVE VOUCHER-CHECK-NO TO PRINT-CHECK-NO.
            MOVE VOUCHER-PAID-AMOUNT TO PRINT-AMOUNT.
            MOVE "HELD - " TO PRINT-HOLD-NOTE.
            MOVE HOLD-CHECK-MATTER TO PRINT-HOLD-NOTE (8 : 8).
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       READ-NEXT-VOUCHER-RECORD.
            READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
            COPY "dtfmt01.cbl".
            COPY "pljrnl01.cbl".
            COPY "plsignon01.cbl".
            COPY "pllhld01.cbl".

            COPY "plspool01.cbl".
