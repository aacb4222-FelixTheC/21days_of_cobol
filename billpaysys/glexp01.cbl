      * invoices, or voids over payments) posts its absolute value
      * in the OPPOSITE column, so the sign is never dropped and
      * each batch's columns still prove.
      * A change vchmnt01.cbl made to an already-exported voucher's
      * coding waits on fdvadj01.cbl as reversal and re-booking
      * lines; every unexported one of the company dated through
      * the range end rides BATCH 1 (or BATCH 7, for a line on
      * another company's books) and is stamped like the vouchers.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glexp01.
            COPY "slcontrol.cbl".
            COPY "slcmpny.cbl".
            COPY "sljrnl01.cbl".
            COPY "slvadj01.cbl".
            COPY "slxmit01.cbl".

            SELECT OPTIONAL GL-EXPORT-FILE
               ASSIGN TO "GLEXPORT"
            COPY "fdcontrol.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdvadj01.cbl".
            COPY "fdxmit01.cbl".

       FD   GL-EXPORT-FILE
            LABEL RECORDS ARE STANDARD.
       77   SIGNED-EXPORT-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       77   EXPORT-DEBIT-COLUMN           PIC 9(11) VALUE ZERO.
       77   EXPORT-CREDIT-COLUMN          PIC 9(11) VALUE ZERO.
       77   EXPORT-RECORD-COUNT           PIC 9(7) VALUE ZERO.
       77   EXPORT-HASH-CENTS             PIC 9(13) VALUE ZERO.
       77   PAYMENT-HISTORY-AT-END        PIC X.
       77   WORK-BANK-ACCOUNT             PIC X(4).
       77   PROOF-TOTAL                   PIC S9(9)V99 VALUE ZERO.
       77   ICO-LINE-SUB                  PIC 9(2).
       77   ICO-LINE-SLOT                 PIC 9(2).

      * Post-export adjustments (fdvadj01.cbl) carried this run.
       77   ADJUSTMENT-FILE-AT-END        PIC X.
       77   ADJUSTMENT-COUNT              PIC 9(5) VALUE ZERO.

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsjrnl01.cbl".
            PERFORM ACCUMULATE-ONE-PAYMENT
               UNTIL PAYMENT-HISTORY-AT-END = "Y".

            MOVE "N" TO ADJUSTMENT-FILE-AT-END.
            PERFORM READ-NEXT-ADJUSTMENT-RECORD.
            PERFORM ACCUMULATE-ONE-ADJUSTMENT
               UNTIL ADJUSTMENT-FILE-AT-END = "Y".

            IF WANT-RNI-ACCRUAL = "Y"
                MOVE "N" TO RECEIPT-FILE-AT-END
                PERFORM ACCUMULATE-ONE-RECEIPT
            OPEN INPUT REBATE-FILE.
            OPEN INPUT FX-GAINLOSS-FILE.
            OPEN INPUT COMPANY-FILE.
            OPEN I-O VOUCHER-ADJUSTMENT-FILE.

       CLOSING-PROCEDURE.
            CLOSE VOUCHER-FILE.
            CLOSE REBATE-FILE.
            CLOSE FX-GAINLOSS-FILE.
            CLOSE COMPANY-FILE.
            CLOSE VOUCHER-ADJUSTMENT-FILE.

      * A training company's practice vouchers must never land in
      * the real general ledger.
                        MOVE BANK-ACCOUNT-GL-CODE
                           TO CASH-GL-CODE (GL-INDEX).

      *--------------------------------
      * POST-EXPORT ADJUSTMENTS
      *--------------------------------
      * Reversal lines are already negative, so the accrual table
      * nets them against the re-booking exactly as it nets a
      * credit memo; the balancing AP credit follows the net.
       ACCUMULATE-ONE-ADJUSTMENT.
            IF VADJ-COMPANY = EXPORT-COMPANY AND
                  VADJ-GL-BATCH = ZEROES AND
                  VADJ-DATE NOT > RANGE-END-DATE
                PERFORM ACCRUE-ONE-ADJUSTMENT.
            PERFORM READ-NEXT-ADJUSTMENT-RECORD.

       ACCRUE-ONE-ADJUSTMENT.
            ADD 1 TO ADJUSTMENT-COUNT.
            IF VADJ-LINE-COMPANY NOT = ZERO AND
                  VADJ-LINE-COMPANY NOT = EXPORT-COMPANY
                MOVE "Y" TO ICO-ANY-FOUND
                ADD VADJ-AMOUNT TO ICO-AMOUNT (VADJ-LINE-COMPANY)
                MOVE VADJ-LINE-COMPANY TO DIST-COMPANY
                MOVE VADJ-GL-CODE TO DIST-GL-CODE
                MOVE VADJ-AMOUNT TO DIST-AMOUNT
                PERFORM POST-TO-ICO-LINE-TABLE
            ELSE
                MOVE VADJ-GL-CODE TO WORK-GL-CODE
                MOVE VADJ-AMOUNT TO WORK-GL-AMOUNT
                PERFORM ADD-TO-ACCRUAL-BATCH.

       READ-NEXT-ADJUSTMENT-RECORD.
            READ VOUCHER-ADJUSTMENT-FILE NEXT RECORD
               AT END MOVE "Y" TO ADJUSTMENT-FILE-AT-END.

      *--------------------------------
      * RECEIVED-NOT-INVOICED ACCRUAL
      *--------------------------------
            IF ICO-ANY-FOUND = "Y"
                PERFORM WRITE-INTERCO-BATCH.
            CLOSE GL-EXPORT-FILE.
            PERFORM REGISTER-THE-GL-EXPORT.

       WRITE-ACCRUAL-BATCH.
            MOVE 1 TO EXPORT-HEADER-BATCH.

       WRITE-EXPORT-RECORD.
            WRITE GL-EXPORT-RECORD.
            ADD 1 TO EXPORT-RECORD-COUNT.
            IF GL-EXPORT-RECORD (1 : 2) = "T,"
                ADD EXPORT-TOTAL-DEBITS TO EXPORT-HASH-CENTS.

      * The file goes on the transmission log with its record
      * count and the batches' total debits as the hash.
       REGISTER-THE-GL-EXPORT.
            MOVE "GLEXPORT" TO XMIT-FILE-NAME.
            MOVE "GLEXP01" TO XMIT-PROGRAM.
            MOVE "BATCH" TO XMIT-BUILT-BY.
            MOVE EXPORT-RECORD-COUNT TO XMIT-RECORD-COUNT.
            COMPUTE XMIT-HASH-TOTAL = EXPORT-HASH-CENTS / 100.
            PERFORM REGISTER-THE-TRANSMISSION.
            MOVE ZERO TO EXPORT-RECORD-COUNT.
            MOVE ZERO TO EXPORT-HASH-CENTS.

      * The record as read is parked so the stamping pass can
      * journal its rewrite with a true before-image.
            MOVE STAMP-DATE TO GLBAT-STATUS-DATE.
            MOVE BATCH-DEBITS-TOTAL TO GLBAT-TOTAL-DEBITS.
            MOVE BATCH-CREDITS-TOTAL TO GLBAT-TOTAL-CREDITS.
            MOVE SPACE TO GLBAT-SOURCE.
            WRITE GL-BATCH-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING GL BATCH RECORD".
            PERFORM READ-NEXT-PAYMENT-RECORD.
            PERFORM STAMP-ONE-PAYMENT
               UNTIL PAYMENT-HISTORY-AT-END = "Y".
            MOVE ZEROES TO VADJ-KEY.
            MOVE "N" TO ADJUSTMENT-FILE-AT-END.
            START VOUCHER-ADJUSTMENT-FILE
               KEY IS NOT LESS THAN VADJ-KEY
               INVALID KEY
               MOVE "Y" TO ADJUSTMENT-FILE-AT-END.
            IF ADJUSTMENT-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-ADJUSTMENT-RECORD.
            PERFORM STAMP-ONE-ADJUSTMENT
               UNTIL ADJUSTMENT-FILE-AT-END = "Y".
            IF ADJUSTMENT-COUNT NOT = ZERO
                DISPLAY "POST-EXPORT ADJUSTMENT LINES CARRIED: "
                   ADJUSTMENT-COUNT.
            DISPLAY "RECORDS STAMPED WITH THE BATCH: "
               STAMPED-COUNT.

                ADD 1 TO STAMPED-COUNT.
            PERFORM READ-NEXT-VOUCHER-RECORD.

       STAMP-ONE-ADJUSTMENT.
            IF VADJ-COMPANY = EXPORT-COMPANY AND
                  VADJ-GL-BATCH = ZEROES AND
                  VADJ-DATE NOT > RANGE-END-DATE
                MOVE CURRENT-GL-BATCH TO VADJ-GL-BATCH
                REWRITE VOUCHER-ADJUSTMENT-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING ADJUSTMENT RECORD"
                END-REWRITE
                ADD 1 TO STAMPED-COUNT.
            PERFORM READ-NEXT-ADJUSTMENT-RECORD.

       STAMP-ONE-PAYMENT.
            IF PAYMENT-GL-BATCH = ZEROES AND
                  PAYMENT-DATE NOT < RANGE-START-DATE AND
            COPY "pljrnl01.cbl".

            COPY "pldate.cbl".
            COPY "plxmit01.cbl".
            COPY "dtfmt01.cbl".
