      *       batches to GLEXPORT, and the batch goes back to
      *       transmitted. The period-computed extras (RNI, rebate,
      *       FX) are not re-derivable from the stamps and come
      *       from a fresh glexp01 run instead. A prepaid
      *       amortization batch (source "P", amrexp01) rebuilds
      *       from its fdamrp01 postings instead, and a shared-
      *       cost allocation batch (source "A", alcexp01) from
      *       its fdalcp01 postings, and a lease journal batch
      *       (source "L", lsejnl01) from its fdlsep01 postings.
      *       A stamped voucher's lines are today's coding, so the
      *       post-export adjustments made to it since (fdvadj01.cbl)
      *       are backed out to get back to what the batch carried,
      *       and the adjustment lines the batch itself carried are
      *       added.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glbat01.
            COPY "slvchdst.cbl".
            COPY "slpayhst.cbl".
            COPY "slbank01.cbl".
            COPY "slamrp01.cbl".
            COPY "slvadj01.cbl".
            COPY "slalcp01.cbl".
            COPY "sllsep01.cbl".
            COPY "slxmit01.cbl".

            SELECT OPTIONAL GL-ACK-FILE
               ASSIGN TO "GLACK"
            COPY "fdvchdst.cbl".
            COPY "fdpayhst.cbl".
            COPY "fdbank01.cbl".
            COPY "fdamrp01.cbl".
            COPY "fdvadj01.cbl".
            COPY "fdalcp01.cbl".
            COPY "fdlsep01.cbl".
            COPY "fdxmit01.cbl".

       FD   GL-ACK-FILE
            LABEL RECORDS ARE STANDARD.
       77   SIGNED-EXPORT-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       77   EXPORT-DEBIT-COLUMN           PIC 9(11) VALUE ZERO.
       77   EXPORT-CREDIT-COLUMN          PIC 9(11) VALUE ZERO.
       77   EXPORT-RECORD-COUNT           PIC 9(7) VALUE ZERO.
       77   EXPORT-HASH-CENTS             PIC 9(13) VALUE ZERO.
       77   AP-GL-CODE                    PIC X(6).
       77   DISCOUNT-GL-CODE              PIC X(6).
       77   BANK-ACCOUNT-RECORD-FOUND     PIC X.
       77   DISTRIBUTION-AT-END           PIC X.
       77   VOUCHER-HAS-LINES             PIC X.

      * The amrexp01.cbl prepaid batch - expense debits and
      * prepaid asset credits by GL code, off the postings.
       01   EXPENSE-TABLE.
            05 EXPENSE-ENTRY OCCURS 50 TIMES.
               10 EXPENSE-GL-CODE         PIC X(6).
               10 EXPENSE-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       77   EXPENSE-ENTRY-COUNT           PIC 99 VALUE ZERO.
       01   PREPAID-TABLE.
            05 PREPAID-ENTRY OCCURS 50 TIMES.
               10 PREPAID-GL-CODE         PIC X(6).
               10 PREPAID-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       77   PREPAID-ENTRY-COUNT           PIC 99 VALUE ZERO.
       77   GL-SLOT                       PIC 99.
       77   POSTING-FILE-AT-END           PIC X.
       77   PREPAID-TABLE-FULL            PIC X.

      * The alcexp01.cbl allocation batch - department debits and
      * overhead credits by GL code, off the postings.
       01   CHARGE-TABLE.
            05 CHARGE-ENTRY OCCURS 50 TIMES.
               10 CHARGE-GL-CODE          PIC X(6).
               10 CHARGE-AMOUNT           PIC S9(9)V99 VALUE ZERO.
       77   CHARGE-ENTRY-COUNT            PIC 99 VALUE ZERO.
       01   OVERHEAD-TABLE.
            05 OVERHEAD-ENTRY OCCURS 50 TIMES.
               10 OVERHEAD-GL-CODE        PIC X(6).
               10 OVERHEAD-AMOUNT         PIC S9(9)V99 VALUE ZERO.
       77   OVERHEAD-ENTRY-COUNT          PIC 99 VALUE ZERO.
       77   ALLOCATION-TABLE-FULL         PIC X.

      * The lsejnl01.cbl lease batch - debits and credits by GL
      * code, off the postings.
       01   LEASE-DEBIT-TABLE.
            05 LEASE-DEBIT-ENTRY OCCURS 50 TIMES.
               10 LEASE-DEBIT-GL-CODE     PIC X(6).
               10 LEASE-DEBIT-AMOUNT      PIC S9(9)V99 VALUE ZERO.
       77   LEASE-DEBIT-ENTRY-COUNT       PIC 99 VALUE ZERO.
       01   LEASE-CREDIT-TABLE.
            05 LEASE-CREDIT-ENTRY OCCURS 50 TIMES.
               10 LEASE-CREDIT-GL-CODE    PIC X(6).
               10 LEASE-CREDIT-AMOUNT     PIC S9(9)V99 VALUE ZERO.
       77   LEASE-CREDIT-ENTRY-COUNT      PIC 99 VALUE ZERO.
       77   LEASE-TABLE-FULL              PIC X.

       77   MENU-PICK                     PIC 9.
            88 MENU-PICK-IS-VALID         VALUES 0 THRU 4.
       77   GLBAT-RECORD-FOUND            PIC X.
       77   BATCH-AT-END                  PIC X.
       77   VOUCHER-FILE-AT-END           PIC X.
       77   PAYMENT-HISTORY-AT-END        PIC X.
       77   ADJUSTMENT-FILE-AT-END        PIC X.
       77   ACK-FILE-AT-END               PIC X.
       77   WANTED-BATCH                  PIC 9(5).
       77   ACK-BATCH-X                   PIC X(5).
            OPEN INPUT DISTRIBUTION-FILE.
            OPEN INPUT PAYMENT-HISTORY-FILE.
            OPEN INPUT BANK-ACCOUNT-FILE.
            OPEN INPUT AMORTIZATION-POSTING-FILE.
            OPEN INPUT VOUCHER-ADJUSTMENT-FILE.
            OPEN INPUT ALLOCATION-POSTING-FILE.
            OPEN INPUT LEASE-POSTING-FILE.

       CLOSING-PROCEDURE.
            CLOSE GL-BATCH-FILE.
            CLOSE DISTRIBUTION-FILE.
            CLOSE PAYMENT-HISTORY-FILE.
            CLOSE BANK-ACCOUNT-FILE.
            CLOSE AMORTIZATION-POSTING-FILE.
            CLOSE VOUCHER-ADJUSTMENT-FILE.
            CLOSE ALLOCATION-POSTING-FILE.
            CLOSE LEASE-POSTING-FILE.

       MAIN-PROCESS.
            PERFORM GET-MENU-PICK.
                    DISPLAY "ONLY A REJECTED BATCH RE-EXPORTS -"
                    DISPLAY "IT IS " GLBAT-STATUS
                ELSE
                    IF GLBAT-FROM-PREPAID
                        PERFORM REBUILD-THE-PREPAID-BATCH
                    ELSE
                    IF GLBAT-FROM-ALLOCATION
                        PERFORM REBUILD-THE-ALLOCATION-BATCH
                    ELSE
                    IF GLBAT-FROM-LEASE
                        PERFORM REBUILD-THE-LEASE-BATCH
                    ELSE
                        PERFORM REBUILD-THE-BATCH.

       REBUILD-THE-BATCH.
            DISPLAY "ENTER AP CONTROL ACCOUNT GL CODE".
            PERFORM READ-NEXT-PAYMENT-RECORD.
            PERFORM COLLECT-ONE-STAMPED-PAYMENT
               UNTIL PAYMENT-HISTORY-AT-END = "Y".
            CLOSE VOUCHER-ADJUSTMENT-FILE.
            OPEN INPUT VOUCHER-ADJUSTMENT-FILE.
            MOVE "N" TO ADJUSTMENT-FILE-AT-END.
            PERFORM READ-NEXT-ADJUSTMENT-RECORD.
            PERFORM COLLECT-ONE-ADJUSTMENT
               UNTIL ADJUSTMENT-FILE-AT-END = "Y".
            PERFORM WRITE-THE-EXPORT-FILE.
            MOVE "T" TO GLBAT-STATUS.
            MOVE TODAY-DATE TO GLBAT-STATUS-DATE.
            DISPLAY "BATCH " GLBAT-NUMBER
               " REBUILT TO GLEXPORT AND MARKED TRANSMITTED".

      * The postings carrying the batch number ARE the batch - the
      * same expense debits and prepaid credits amrexp01.cbl wrote.
       REBUILD-THE-PREPAID-BATCH.
            MOVE ZERO TO EXPENSE-ENTRY-COUNT.
            MOVE ZERO TO PREPAID-ENTRY-COUNT.
            MOVE "N" TO PREPAID-TABLE-FULL.
            MOVE GLBAT-NUMBER TO WANTED-BATCH.
            MOVE ZEROES TO AMRP-KEY.
            MOVE "N" TO POSTING-FILE-AT-END.
            START AMORTIZATION-POSTING-FILE
               KEY IS NOT LESS THAN AMRP-KEY
               INVALID KEY
               MOVE "Y" TO POSTING-FILE-AT-END.
            PERFORM COLLECT-ONE-PREPAID-POSTING
               UNTIL POSTING-FILE-AT-END = "Y".
            IF PREPAID-TABLE-FULL = "Y"
                DISPLAY "TOO MANY GL CODES - BATCH NOT REBUILT"
            ELSE
                OPEN OUTPUT GL-EXPORT-FILE
                MOVE GLBAT-COMPANY TO EXPORT-DETAIL-COMPANY
                PERFORM WRITE-PREPAID-BATCH
                CLOSE GL-EXPORT-FILE
                PERFORM REGISTER-THE-GL-EXPORT
                MOVE "T" TO GLBAT-STATUS
                MOVE TODAY-DATE TO GLBAT-STATUS-DATE
                PERFORM REWRITE-GLBAT-RECORD
                DISPLAY "BATCH " GLBAT-NUMBER
                   " REBUILT TO GLEXPORT AND MARKED TRANSMITTED".

       COLLECT-ONE-PREPAID-POSTING.
            READ AMORTIZATION-POSTING-FILE NEXT RECORD
               AT END MOVE "Y" TO POSTING-FILE-AT-END.
            IF POSTING-FILE-AT-END NOT = "Y"
                IF AMRP-GL-BATCH = WANTED-BATCH
                    PERFORM ADD-TO-EXPENSE-TABLE
                    PERFORM ADD-TO-PREPAID-TABLE.

       ADD-TO-EXPENSE-TABLE.
            MOVE ZERO TO GL-SLOT.
            PERFORM FIND-EXPENSE-SLOT
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > EXPENSE-ENTRY-COUNT
                  OR GL-SLOT NOT = ZERO.
            IF GL-SLOT = ZERO
                IF EXPENSE-ENTRY-COUNT = 50
                    MOVE "Y" TO PREPAID-TABLE-FULL
                ELSE
                    ADD 1 TO EXPENSE-ENTRY-COUNT
                    MOVE EXPENSE-ENTRY-COUNT TO GL-SLOT
                    MOVE AMRP-EXPENSE-GL-CODE
                       TO EXPENSE-GL-CODE (GL-SLOT)
                    MOVE ZERO TO EXPENSE-AMOUNT (GL-SLOT).
            IF GL-SLOT NOT = ZERO
                ADD AMRP-AMOUNT TO EXPENSE-AMOUNT (GL-SLOT).

       FIND-EXPENSE-SLOT.
            IF EXPENSE-GL-CODE (GL-INDEX) = AMRP-EXPENSE-GL-CODE
                MOVE GL-INDEX TO GL-SLOT.

       ADD-TO-PREPAID-TABLE.
            MOVE ZERO TO GL-SLOT.
            PERFORM FIND-PREPAID-SLOT
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > PREPAID-ENTRY-COUNT
                  OR GL-SLOT NOT = ZERO.
            IF GL-SLOT = ZERO
                IF PREPAID-ENTRY-COUNT = 50
                    MOVE "Y" TO PREPAID-TABLE-FULL
                ELSE
                    ADD 1 TO PREPAID-ENTRY-COUNT
                    MOVE PREPAID-ENTRY-COUNT TO GL-SLOT
                    MOVE AMRP-PREPAID-GL-CODE
                       TO PREPAID-GL-CODE (GL-SLOT)
                    MOVE ZERO TO PREPAID-AMOUNT (GL-SLOT).
            IF GL-SLOT NOT = ZERO
                ADD AMRP-AMOUNT TO PREPAID-AMOUNT (GL-SLOT).

       FIND-PREPAID-SLOT.
            IF PREPAID-GL-CODE (GL-INDEX) = AMRP-PREPAID-GL-CODE
                MOVE GL-INDEX TO GL-SLOT.

      * Likewise the allocation postings - the department debits
      * and overhead credits alcexp01.cbl wrote.
       REBUILD-THE-ALLOCATION-BATCH.
            MOVE ZERO TO CHARGE-ENTRY-COUNT.
            MOVE ZERO TO OVERHEAD-ENTRY-COUNT.
            MOVE "N" TO ALLOCATION-TABLE-FULL.
            MOVE GLBAT-NUMBER TO WANTED-BATCH.
            MOVE ZEROES TO ALCP-MONTH.
            MOVE ZERO TO ALCP-COMPANY.
            MOVE SPACES TO ALCP-RULE-CODE.
            MOVE ZEROES TO ALCP-SEQUENCE.
            MOVE "N" TO POSTING-FILE-AT-END.
            START ALLOCATION-POSTING-FILE
               KEY IS NOT LESS THAN ALCP-KEY
               INVALID KEY
               MOVE "Y" TO POSTING-FILE-AT-END.
            PERFORM COLLECT-ONE-ALLOCATION-POSTING
               UNTIL POSTING-FILE-AT-END = "Y".
            IF ALLOCATION-TABLE-FULL = "Y"
                DISPLAY "TOO MANY GL CODES - BATCH NOT REBUILT"
            ELSE
                OPEN OUTPUT GL-EXPORT-FILE
                MOVE GLBAT-COMPANY TO EXPORT-DETAIL-COMPANY
                PERFORM WRITE-ALLOCATION-BATCH
                CLOSE GL-EXPORT-FILE
                PERFORM REGISTER-THE-GL-EXPORT
                MOVE "T" TO GLBAT-STATUS
                MOVE TODAY-DATE TO GLBAT-STATUS-DATE
                PERFORM REWRITE-GLBAT-RECORD
                DISPLAY "BATCH " GLBAT-NUMBER
                   " REBUILT TO GLEXPORT AND MARKED TRANSMITTED".

       COLLECT-ONE-ALLOCATION-POSTING.
            READ ALLOCATION-POSTING-FILE NEXT RECORD
               AT END MOVE "Y" TO POSTING-FILE-AT-END.
            IF POSTING-FILE-AT-END NOT = "Y"
                IF ALCP-GL-BATCH = WANTED-BATCH
                    IF ALCP-DEBIT-SIDE
                        PERFORM ADD-TO-CHARGE-TABLE
                    ELSE
                        PERFORM ADD-TO-OVERHEAD-TABLE.

       ADD-TO-CHARGE-TABLE.
            MOVE ZERO TO GL-SLOT.
            PERFORM FIND-CHARGE-SLOT
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > CHARGE-ENTRY-COUNT
                  OR GL-SLOT NOT = ZERO.
            IF GL-SLOT = ZERO
                IF CHARGE-ENTRY-COUNT = 50
                    MOVE "Y" TO ALLOCATION-TABLE-FULL
                ELSE
                    ADD 1 TO CHARGE-ENTRY-COUNT
                    MOVE CHARGE-ENTRY-COUNT TO GL-SLOT
                    MOVE ALCP-GL-CODE TO CHARGE-GL-CODE (GL-SLOT)
                    MOVE ZERO TO CHARGE-AMOUNT (GL-SLOT).
            IF GL-SLOT NOT = ZERO
                ADD ALCP-AMOUNT TO CHARGE-AMOUNT (GL-SLOT).

       FIND-CHARGE-SLOT.
            IF CHARGE-GL-CODE (GL-INDEX) = ALCP-GL-CODE
                MOVE GL-INDEX TO GL-SLOT.

       ADD-TO-OVERHEAD-TABLE.
            MOVE ZERO TO GL-SLOT.
            PERFORM FIND-OVERHEAD-SLOT
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > OVERHEAD-ENTRY-COUNT
                  OR GL-SLOT NOT = ZERO.
            IF GL-SLOT = ZERO
                IF OVERHEAD-ENTRY-COUNT = 50
                    MOVE "Y" TO ALLOCATION-TABLE-FULL
                ELSE
                    ADD 1 TO OVERHEAD-ENTRY-COUNT
                    MOVE OVERHEAD-ENTRY-COUNT TO GL-SLOT
                    MOVE ALCP-GL-CODE TO OVERHEAD-GL-CODE (GL-SLOT)
                    MOVE ZERO TO OVERHEAD-AMOUNT (GL-SLOT).
            IF GL-SLOT NOT = ZERO
                ADD ALCP-AMOUNT TO OVERHEAD-AMOUNT (GL-SLOT).

       FIND-OVERHEAD-SLOT.
            IF OVERHEAD-GL-CODE (GL-INDEX) = ALCP-GL-CODE
                MOVE GL-INDEX TO GL-SLOT.

      * And the lease postings - every side of every line
      * lsejnl01.cbl wrote.
       REBUILD-THE-LEASE-BATCH.
            MOVE ZERO TO LEASE-DEBIT-ENTRY-COUNT.
            MOVE ZERO TO LEASE-CREDIT-ENTRY-COUNT.
            MOVE "N" TO LEASE-TABLE-FULL.
            MOVE GLBAT-NUMBER TO WANTED-BATCH.
            MOVE ZEROES TO LSEP-MONTH.
            MOVE ZERO TO LSEP-COMPANY.
            MOVE ZEROES TO LSEP-LEASE.
            MOVE ZEROES TO LSEP-SEQUENCE.
            MOVE "N" TO POSTING-FILE-AT-END.
            START LEASE-POSTING-FILE
               KEY IS NOT LESS THAN LSEP-KEY
               INVALID KEY
               MOVE "Y" TO POSTING-FILE-AT-END.
            PERFORM COLLECT-ONE-LEASE-POSTING
               UNTIL POSTING-FILE-AT-END = "Y".
            IF LEASE-TABLE-FULL = "Y"
                DISPLAY "TOO MANY GL CODES - BATCH NOT REBUILT"
            ELSE
                OPEN OUTPUT GL-EXPORT-FILE
                MOVE GLBAT-COMPANY TO EXPORT-DETAIL-COMPANY
                PERFORM WRITE-LEASE-BATCH
                CLOSE GL-EXPORT-FILE
                PERFORM REGISTER-THE-GL-EXPORT
                MOVE "T" TO GLBAT-STATUS
                MOVE TODAY-DATE TO GLBAT-STATUS-DATE
                PERFORM REWRITE-GLBAT-RECORD
                DISPLAY "BATCH " GLBAT-NUMBER
                   " REBUILT TO GLEXPORT AND MARKED TRANSMITTED".

       COLLECT-ONE-LEASE-POSTING.
            READ LEASE-POSTING-FILE NEXT RECORD
               AT END MOVE "Y" TO POSTING-FILE-AT-END.
            IF POSTING-FILE-AT-END NOT = "Y"
                IF LSEP-GL-BATCH = WANTED-BATCH
                    IF LSEP-DEBIT-SIDE
                        PERFORM ADD-TO-LEASE-DEBIT-TABLE
                    ELSE
                        PERFORM ADD-TO-LEASE-CREDIT-TABLE.

       ADD-TO-LEASE-DEBIT-TABLE.
            MOVE ZERO TO GL-SLOT.
            PERFORM FIND-LEASE-DEBIT-SLOT
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > LEASE-DEBIT-ENTRY-COUNT
                  OR GL-SLOT NOT = ZERO.
            IF GL-SLOT = ZERO
                IF LEASE-DEBIT-ENTRY-COUNT = 50
                    MOVE "Y" TO LEASE-TABLE-FULL
                ELSE
                    ADD 1 TO LEASE-DEBIT-ENTRY-COUNT
                    MOVE LEASE-DEBIT-ENTRY-COUNT TO GL-SLOT
                    MOVE LSEP-GL-CODE TO LEASE-DEBIT-GL-CODE (GL-SLOT)
                    MOVE ZERO TO LEASE-DEBIT-AMOUNT (GL-SLOT).
            IF GL-SLOT NOT = ZERO
                ADD LSEP-AMOUNT TO LEASE-DEBIT-AMOUNT (GL-SLOT).

       FIND-LEASE-DEBIT-SLOT.
            IF LEASE-DEBIT-GL-CODE (GL-INDEX) = LSEP-GL-CODE
                MOVE GL-INDEX TO GL-SLOT.

       ADD-TO-LEASE-CREDIT-TABLE.
            MOVE ZERO TO GL-SLOT.
            PERFORM FIND-LEASE-CREDIT-SLOT
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > LEASE-CREDIT-ENTRY-COUNT
                  OR GL-SLOT NOT = ZERO.
            IF GL-SLOT = ZERO
                IF LEASE-CREDIT-ENTRY-COUNT = 50
                    MOVE "Y" TO LEASE-TABLE-FULL
                ELSE
                    ADD 1 TO LEASE-CREDIT-ENTRY-COUNT
                    MOVE LEASE-CREDIT-ENTRY-COUNT TO GL-SLOT
                    MOVE LSEP-GL-CODE TO LEASE-CREDIT-GL-CODE (GL-SLOT)
                    MOVE ZERO TO LEASE-CREDIT-AMOUNT (GL-SLOT).
            IF GL-SLOT NOT = ZERO
                ADD LSEP-AMOUNT TO LEASE-CREDIT-AMOUNT (GL-SLOT).

       FIND-LEASE-CREDIT-SLOT.
            IF LEASE-CREDIT-GL-CODE (GL-INDEX) = LSEP-GL-CODE
                MOVE GL-INDEX TO GL-SLOT.

      * The stamped records ARE the batch - same accrual coding
      * rules as glexp01 (distribution lines first, header code
      * as the fallback), cash and discounts off the stamped
                ADD WORK-GL-AMOUNT TO ACCRUAL-AMOUNT (GL-INDEX)
                ADD WORK-GL-AMOUNT TO ACCRUAL-TOTAL.

      * A line made after this batch exported its voucher is backed
      * out; a line this batch carried goes back in.
       COLLECT-ONE-ADJUSTMENT.
            IF VADJ-ORIGINAL-BATCH = WANTED-BATCH
                MOVE VADJ-GL-CODE TO WORK-GL-CODE
                COMPUTE WORK-GL-AMOUNT = ZERO - VADJ-AMOUNT
                PERFORM ADD-TO-ACCRUAL-BATCH.
            IF VADJ-GL-BATCH = WANTED-BATCH
                MOVE VADJ-GL-CODE TO WORK-GL-CODE
                MOVE VADJ-AMOUNT TO WORK-GL-AMOUNT
                PERFORM ADD-TO-ACCRUAL-BATCH.
            PERFORM READ-NEXT-ADJUSTMENT-RECORD.

       COLLECT-ONE-STAMPED-PAYMENT.
            IF PAYMENT-GL-BATCH = WANTED-BATCH
                PERFORM ADD-TO-PAYMENTS-BATCH.
            PERFORM WRITE-ACCRUAL-BATCH.
            PERFORM WRITE-PAYMENTS-BATCH.
            CLOSE GL-EXPORT-FILE.
            PERFORM REGISTER-THE-GL-EXPORT.

       WRITE-ACCRUAL-BATCH.
            MOVE 1 TO EXPORT-HEADER-BATCH.
            MOVE EXPORT-TOTAL-LINE TO GL-EXPORT-RECORD.
            PERFORM WRITE-EXPORT-RECORD.

       WRITE-PREPAID-BATCH.
            MOVE 8 TO EXPORT-HEADER-BATCH.
            MOVE "PREPAID" TO EXPORT-HEADER-NAME.
            MOVE GLBAT-START-DATE TO EXPORT-HEADER-START.
            MOVE GLBAT-END-DATE TO EXPORT-HEADER-END.
            MOVE EXPORT-HEADER-LINE TO GL-EXPORT-RECORD.
            PERFORM WRITE-EXPORT-RECORD.
            MOVE 8 TO EXPORT-DETAIL-BATCH.
            MOVE ZERO TO EXPORT-DEBIT-COLUMN.
            MOVE ZERO TO EXPORT-CREDIT-COLUMN.
            PERFORM WRITE-ONE-EXPENSE-DETAIL
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > EXPENSE-ENTRY-COUNT.
            PERFORM WRITE-ONE-PREPAID-DETAIL
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > PREPAID-ENTRY-COUNT.
            MOVE 8 TO EXPORT-TOTAL-BATCH.
            MOVE EXPORT-DEBIT-COLUMN TO EXPORT-TOTAL-DEBITS.
            MOVE EXPORT-CREDIT-COLUMN TO EXPORT-TOTAL-CREDITS.
            MOVE EXPORT-TOTAL-LINE TO GL-EXPORT-RECORD.
            PERFORM WRITE-EXPORT-RECORD.

       WRITE-ALLOCATION-BATCH.
            MOVE 9 TO EXPORT-HEADER-BATCH.
            MOVE "ALLOCATE" TO EXPORT-HEADER-NAME.
            MOVE GLBAT-START-DATE TO EXPORT-HEADER-START.
            MOVE GLBAT-END-DATE TO EXPORT-HEADER-END.
            MOVE EXPORT-HEADER-LINE TO GL-EXPORT-RECORD.
            PERFORM WRITE-EXPORT-RECORD.
            MOVE 9 TO EXPORT-DETAIL-BATCH.
            MOVE ZERO TO EXPORT-DEBIT-COLUMN.
            MOVE ZERO TO EXPORT-CREDIT-COLUMN.
            PERFORM WRITE-ONE-CHARGE-DETAIL
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > CHARGE-ENTRY-COUNT.
            PERFORM WRITE-ONE-OVERHEAD-DETAIL
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > OVERHEAD-ENTRY-COUNT.
            MOVE 9 TO EXPORT-TOTAL-BATCH.
            MOVE EXPORT-DEBIT-COLUMN TO EXPORT-TOTAL-DEBITS.
            MOVE EXPORT-CREDIT-COLUMN TO EXPORT-TOTAL-CREDITS.
            MOVE EXPORT-TOTAL-LINE TO GL-EXPORT-RECORD.
            PERFORM WRITE-EXPORT-RECORD.

       WRITE-ONE-CHARGE-DETAIL.
            MOVE CHARGE-GL-CODE (GL-INDEX) TO EXPORT-DETAIL-GL-CODE.
            MOVE CHARGE-AMOUNT (GL-INDEX) TO SIGNED-EXPORT-AMOUNT.
            PERFORM POST-DEBIT-SIDE-AMOUNT.
            MOVE EXPORT-DETAIL-LINE TO GL-EXPORT-RECORD.
            PERFORM WRITE-EXPORT-RECORD.

       WRITE-ONE-OVERHEAD-DETAIL.
            MOVE OVERHEAD-GL-CODE (GL-INDEX) TO EXPORT-DETAIL-GL-CODE.
            MOVE OVERHEAD-AMOUNT (GL-INDEX) TO SIGNED-EXPORT-AMOUNT.
            PERFORM POST-CREDIT-SIDE-AMOUNT.
            MOVE EXPORT-DETAIL-LINE TO GL-EXPORT-RECORD.
            PERFORM WRITE-EXPORT-RECORD.

       WRITE-LEASE-BATCH.
            MOVE 1 TO EXPORT-HEADER-BATCH.
            MOVE "LEASE" TO EXPORT-HEADER-NAME.
            MOVE GLBAT-START-DATE TO EXPORT-HEADER-START.
            MOVE GLBAT-END-DATE TO EXPORT-HEADER-END.
            MOVE EXPORT-HEADER-LINE TO GL-EXPORT-RECORD.
            PERFORM WRITE-EXPORT-RECORD.
            MOVE 1 TO EXPORT-DETAIL-BATCH.
            MOVE ZERO TO EXPORT-DEBIT-COLUMN.
            MOVE ZERO TO EXPORT-CREDIT-COLUMN.
            PERFORM WRITE-ONE-LEASE-DEBIT-DETAIL
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > LEASE-DEBIT-ENTRY-COUNT.
            PERFORM WRITE-ONE-LEASE-CREDIT-DETAIL
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > LEASE-CREDIT-ENTRY-COUNT.
            MOVE 1 TO EXPORT-TOTAL-BATCH.
            MOVE EXPORT-DEBIT-COLUMN TO EXPORT-TOTAL-DEBITS.
            MOVE EXPORT-CREDIT-COLUMN TO EXPORT-TOTAL-CREDITS.
            MOVE EXPORT-TOTAL-LINE TO GL-EXPORT-RECORD.
            PERFORM WRITE-EXPORT-RECORD.

       WRITE-ONE-LEASE-DEBIT-DETAIL.
            MOVE LEASE-DEBIT-GL-CODE (GL-INDEX)
               TO EXPORT-DETAIL-GL-CODE.
            MOVE LEASE-DEBIT-AMOUNT (GL-INDEX)
               TO SIGNED-EXPORT-AMOUNT.
            PERFORM POST-DEBIT-SIDE-AMOUNT.
            MOVE EXPORT-DETAIL-LINE TO GL-EXPORT-RECORD.
            PERFORM WRITE-EXPORT-RECORD.

       WRITE-ONE-LEASE-CREDIT-DETAIL.
            MOVE LEASE-CREDIT-GL-CODE (GL-INDEX)
               TO EXPORT-DETAIL-GL-CODE.
            MOVE LEASE-CREDIT-AMOUNT (GL-INDEX)
               TO SIGNED-EXPORT-AMOUNT.
            PERFORM POST-CREDIT-SIDE-AMOUNT.
            MOVE EXPORT-DETAIL-LINE TO GL-EXPORT-RECORD.
            PERFORM WRITE-EXPORT-RECORD.

       WRITE-ONE-EXPENSE-DETAIL.
            MOVE EXPENSE-GL-CODE (GL-INDEX) TO EXPORT-DETAIL-GL-CODE.
            MOVE EXPENSE-AMOUNT (GL-INDEX) TO SIGNED-EXPORT-AMOUNT.
            PERFORM POST-DEBIT-SIDE-AMOUNT.
            MOVE EXPORT-DETAIL-LINE TO GL-EXPORT-RECORD.
            PERFORM WRITE-EXPORT-RECORD.

       WRITE-ONE-PREPAID-DETAIL.
            MOVE PREPAID-GL-CODE (GL-INDEX) TO EXPORT-DETAIL-GL-CODE.
            MOVE PREPAID-AMOUNT (GL-INDEX) TO SIGNED-EXPORT-AMOUNT.
            PERFORM POST-CREDIT-SIDE-AMOUNT.
            MOVE EXPORT-DETAIL-LINE TO GL-EXPORT-RECORD.
            PERFORM WRITE-EXPORT-RECORD.

       WRITE-ONE-CASH-DETAIL.
            MOVE CASH-GL-CODE (GL-INDEX) TO EXPORT-DETAIL-GL-CODE.
            MOVE CASH-AMOUNT (GL-INDEX) TO SIGNED-EXPORT-AMOUNT.

       WRITE-EXPORT-RECORD.
            WRITE GL-EXPORT-RECORD.
            ADD 1 TO EXPORT-RECORD-COUNT.
            IF GL-EXPORT-RECORD (1 : 2) = "T,"
                ADD EXPORT-TOTAL-DEBITS TO EXPORT-HASH-CENTS.

      * The file goes on the transmission log with its record
      * count and the batches' total debits as the hash.
       REGISTER-THE-GL-EXPORT.
            MOVE "GLEXPORT" TO XMIT-FILE-NAME.
            MOVE "GLBAT01" TO XMIT-PROGRAM.
            MOVE "BATCH" TO XMIT-BUILT-BY.
            MOVE EXPORT-RECORD-COUNT TO XMIT-RECORD-COUNT.
            COMPUTE XMIT-HASH-TOTAL = EXPORT-HASH-CENTS / 100.
            PERFORM REGISTER-THE-TRANSMISSION.
            MOVE ZERO TO EXPORT-RECORD-COUNT.
            MOVE ZERO TO EXPORT-HASH-CENTS.

      *--------------------------------
      * FILE I-O ROUTINES
            READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO PAYMENT-HISTORY-AT-END.

       READ-NEXT-ADJUSTMENT-RECORD.
            READ VOUCHER-ADJUSTMENT-FILE NEXT RECORD
               AT END MOVE "Y" TO ADJUSTMENT-FILE-AT-END.

            COPY "plnumval01.cbl".
            COPY "plxmit01.cbl".
