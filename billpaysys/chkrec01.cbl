      * is printed for every BANK-ACCOUNT-FILE account: each paid,
      * still-uncleared check with its amount, and a total per
      * account.
      *
      * The statement is read through once before anything is
      * stamped and its fingerprint - the first row, the item count
      * and the dollar total - checked against the inbound file
      * history (plinbd01.cbl); a statement already applied is
      * refused unless a control-level operator overrides.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chkrec01.
            COPY "sljrnl01.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".
            COPY "slinbd01.cbl".

            SELECT OPTIONAL CLEARED-ITEMS-FILE
               ASSIGN TO "CLEARED"
            COPY "fdjrnl01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdinbd01.cbl".

       FD   CLEARED-ITEMS-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "wsdate02.cbl".
            COPY "wsjrnl01.cbl".
            COPY "wssignon01.cbl".
            COPY "wsinbd01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            MOVE "K" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            MOVE OPERATOR-ID TO JOURNAL-BY-OPERATOR.
            PERFORM FINGERPRINT-THE-STATEMENT.
            IF INBOUND-LOAD-OK = "Y"
                PERFORM RECONCILE-THE-STATEMENT.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       RECONCILE-THE-STATEMENT.
            MOVE "BANK STATEMENT RECONCILIATION" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            DISPLAY "ITEMS CLEARED:           " ITEMS-CLEARED.
            DISPLAY "AMOUNT MISMATCHES:       " ITEMS-MISMATCHED.
            DISPLAY "UNKNOWN CHECK NUMBERS:   " ITEMS-UNKNOWN.

       OPENING-PROCEDURE.
            OPEN INPUT CLEARED-ITEMS-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.

      *--------------------------------
      * DUPLICATE-STATEMENT GUARD
      *--------------------------------
       FINGERPRINT-THE-STATEMENT.
            MOVE "CLEARED" TO INBOUND-THIS-FILE.
            MOVE "CHKREC01" TO INBOUND-THIS-PROGRAM.
            MOVE OPERATOR-ID TO INBOUND-THIS-OPERATOR.
            MOVE SPACES TO INBOUND-FILE-HEADER.
            MOVE ZERO TO INBOUND-FILE-COUNT.
            MOVE ZERO TO INBOUND-FILE-HASH.
            PERFORM READ-CLEARED-ITEM.
            IF CLEARED-FILE-AT-END NOT = "Y"
                MOVE CLEARED-ITEMS-RECORD TO INBOUND-FILE-HEADER.
            PERFORM FINGERPRINT-ONE-CLEARED-ITEM
               UNTIL CLEARED-FILE-AT-END = "Y".
            CLOSE CLEARED-ITEMS-FILE.
            OPEN INPUT CLEARED-ITEMS-FILE.
            PERFORM CHECK-THE-INBOUND-FILE.

       FINGERPRINT-ONE-CLEARED-ITEM.
            ADD 1 TO INBOUND-FILE-COUNT.
            PERFORM UNSTRING-CLEARED-ITEM.
            ADD CLEARED-AMOUNT-FIELD TO INBOUND-FILE-HASH.
            PERFORM READ-CLEARED-ITEM.

      *--------------------------------
      * MATCH ONE STATEMENT ITEM
      *--------------------------------
      * REGISTER-CHECK-AMOUNT, the same figures the matching side
      * proves against. Voucher headers cannot rebuild this once
      * partial payments exist (see LOOK-UP-ISSUED-CHECK), and the
      * register walk has no table to overflow. Virtual-card
      * payments never reach the statement one by one - the issuer
      * settles them (cdrec01.cbl) - so they are left off.
       LIST-ACCOUNT-OPEN-CHECKS.
            MOVE ZERO TO OUTSTANDING-COUNT.
            MOVE ZERO TO OUTSTANDING-TOTAL.
                IF REGISTER-BANK-ACCOUNT NOT = BANK-ACCOUNT-CODE
                    MOVE "Y" TO REGISTER-FILE-AT-END
                ELSE
                    IF REGISTER-STATUS-OPEN AND
                          NOT REGISTER-TYPE-CARD
                        PERFORM PRINT-ONE-OPEN-CHECK.

       PRINT-ONE-OPEN-CHECK.
            COPY "dtfmt01.cbl".
            COPY "pljrnl01.cbl".
            COPY "plsignon01.cbl".
            COPY "plinbd01.cbl".
