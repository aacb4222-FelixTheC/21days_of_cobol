      * Unattended voucher load - reads a comma-delimited transaction
      * file of vouchers:
      *    vendor-number,invoice,for,amount,date,due,
      *       deductible,type,gl-code,taxable,tax-amount,1099-box,
      *       received
      * (the last four columns may be omitted - they default to a
      * non-taxable purchase with no tax charged, reported in the
      * GL account's 1099 box, received the day of the load)
      * (amount implied two decimals, e.g. 150000 = $1,500.00; date,
      * due and received are CCYYMMDD; due may be left zero/blank to
      * use the vendor's payment terms the same way vchmnt01's
      * interactive ENTER-VOUCHER-DUE does). Each row is run through
      * the same vendor-on-file/active-status, duplicate-invoice, and
      * credit-limit checks vchmnt01's add-mode uses, and the good
      * ones are written to voucher-file using the next control-file
      * voucher number. Rows that fail validation are skipped and
      * listed on the reject report instead of being written. Lets a
      * big stack of scanned invoices be keyed into a flat file (by a
      * clerk, or extracted from a scanning system) and loaded in one
      * run instead of one voucher at a time at the terminal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vchbch01.
            COPY "slckpt.cbl".
            COPY "slholiday.cbl".
            COPY "sljrnl01.cbl".
            COPY "slvpev01.cbl".

            SELECT OPTIONAL IMPORT-FILE
               ASSIGN TO "VCHIMPRT"
            COPY "fdckpt.cbl".
            COPY "fdholiday.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdvpev01.cbl".

       FD   IMPORT-FILE
            LABEL RECORDS ARE STANDARD.
       77   IMPORT-DATE-FIELD             PIC 9(8).
       77   IMPORT-DUE-FIELD              PIC 9(8).
       77   IMPORT-TAX-AMOUNT-FIELD       PIC S9(6)V99.
       77   IMPORT-RECEIVED-FIELD         PIC 9(8).
       77   LOAD-DATE                     PIC 9(8).

       77   DUPLICATE-INVOICE-CHECK       PIC X(15).
       77   DUPLICATE-CHECK-VENDOR        PIC 9(5).

       77   OPEN-BALANCE-FOR-VENDOR       PIC S9(8)V99 VALUE ZERO.
       77   CREDIT-CHECK-AT-END           PIC X.
       77   CREDIT-FAMILY-CHECKED         PIC X.
       77   CREDIT-FAMILY-HEAD            PIC 9(5).
       77   CREDIT-FAMILY-LIMIT           PIC S9(7)V99.
       77   CREDIT-FAMILY-SAVED-VENDOR    PIC X(600).
       77   CREDIT-FAMILY-SAVED-VOUCHER   PIC X(600).

       77   DUE-DATE-INTEGER              PIC 9(7).


            COPY "wsbusday01.cbl".
            COPY "wsjrnl01.cbl".
            COPY "wsfam01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.
            OPEN EXTEND JOURNAL-FILE.
            OPEN EXTEND VENDOR-EVENT-FILE.
            MOVE "VCHBCH01" TO JOURNAL-PROGRAM-NAME.
            PERFORM PRINT-REJECT-HEADING.

            CLOSE HOLIDAY-FILE.
            CLOSE PRINTER-FILE.
            CLOSE JOURNAL-FILE.
            CLOSE VENDOR-EVENT-FILE.

       ACCEPT-BATCH-COMPANY.
            DISPLAY "ENTER COMPANY NUMBER FOR THIS LOAD (1-9)".
            MOVE ZERO TO VOUCHER-TAX-AMOUNT.
            MOVE SPACE TO VOUCHER-APPROVAL-STATUS.
            MOVE "BATCH" TO VOUCHER-ENTERED-BY.
            ACCEPT LOAD-DATE FROM DATE YYYYMMDD.
            MOVE LOAD-DATE TO VOUCHER-ENTERED-DATE.
            MOVE BATCH-COMPANY TO VOUCHER-COMPANY.

       UNSTRING-IMPORT-ROW.
            MOVE ZERO TO IMPORT-TAX-AMOUNT-FIELD.
            MOVE ZERO TO IMPORT-RECEIVED-FIELD.
            UNSTRING IMPORT-RECORD DELIMITED BY ","
               INTO IMPORT-VENDOR-FIELD
                    VOUCHER-INVOICE
                    VOUCHER-TYPE
                    VOUCHER-GL-CODE
                    VOUCHER-TAXABLE
                    IMPORT-TAX-AMOUNT-FIELD
                    VOUCHER-1099-BOX
                    IMPORT-RECEIVED-FIELD.
            IF VOUCHER-TAXABLE = SPACE
                MOVE "N" TO VOUCHER-TAXABLE.
            MOVE IMPORT-TAX-AMOUNT-FIELD TO VOUCHER-TAX-AMOUNT.
            MOVE IMPORT-AMOUNT-FIELD TO VOUCHER-AMOUNT.
            MOVE IMPORT-DATE-FIELD TO VOUCHER-DATE.
            MOVE IMPORT-DUE-FIELD TO VOUCHER-DUE.
            MOVE IMPORT-RECEIVED-FIELD TO VOUCHER-RECEIVED-DATE.
            IF VOUCHER-RECEIVED-DATE = ZEROES
                MOVE LOAD-DATE TO VOUCHER-RECEIVED-DATE.
            INSPECT VOUCHER-INVOICE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            INSPECT VOUCHER-TAXABLE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            INSPECT VOUCHER-1099-BOX
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            IF VOUCHER-TYPE-CREDIT-MEMO AND VOUCHER-AMOUNT > 0
                MULTIPLY VOUCHER-AMOUNT BY -1 GIVING VOUCHER-AMOUNT.

                     NOT VOUCHER-TYPE-CREDIT-MEMO
                MOVE "N" TO ROW-ACCEPTED
                MOVE "VOUCHER TYPE MUST BE I OR C" TO REJECT-REASON
            ELSE IF VOUCHER-1099-BOX NOT = SPACE AND
                     VOUCHER-1099-BOX NOT = "N" AND
                     VOUCHER-1099-BOX NOT = "R" AND
                     VOUCHER-1099-BOX NOT = "M" AND
                     VOUCHER-1099-BOX NOT = "A" AND
                     VOUCHER-1099-BOX NOT = "X"
                MOVE "N" TO ROW-ACCEPTED
                MOVE "1099 BOX MUST BE N, R, M, A OR X"
                   TO REJECT-REASON
            ELSE IF VOUCHER-RECEIVED-DATE > LOAD-DATE
                MOVE "N" TO ROW-ACCEPTED
                MOVE "RECEIVED DATE IS IN THE FUTURE"
                   TO REJECT-REASON
            ELSE
                PERFORM CHECK-VOUCHER-VENDOR-ON-FILE.
            IF ROW-ACCEPTED = "Y"
                PERFORM COMPUTE-VOUCHER-DISCOUNT-TERMS.

      * The same master-file validation vchmnt01's interactive entry
      * makes against fdglacct.cbl. A row with no 1099 box takes
      * the account's, as the interactive entry's default does.
       CHECK-IMPORT-GL-CODE.
            MOVE VOUCHER-GL-CODE TO GL-ACCOUNT-CODE.
            MOVE "Y" TO GL-ACCOUNT-RECORD-FOUND.
            ELSE
                IF GL-ACCOUNT-INACTIVE
                    MOVE "N" TO ROW-ACCEPTED
                    MOVE "GL ACCOUNT IS INACTIVE" TO REJECT-REASON
                ELSE IF VOUCHER-1099-BOX = SPACE
                    MOVE GL-ACCOUNT-1099-BOX TO VOUCHER-1099-BOX
                    IF VOUCHER-1099-BOX = SPACE
                        MOVE "N" TO VOUCHER-1099-BOX.

      * Same period-budget warning vchmnt01's interactive entry
      * gives, against fdbudget.cbl.
                PERFORM CHECK-VENDOR-CREDIT-LIMIT.

       CHECK-VENDOR-CREDIT-LIMIT.
            PERFORM FIND-THE-CREDIT-FAMILY.
            IF CREDIT-FAMILY-CHECKED = "Y"
                PERFORM CHECK-FAMILY-CREDIT-LIMIT
            ELSE IF VENDOR-CREDIT-LIMIT NOT = ZERO AND
                    VOUCHER-TYPE-INVOICE
                PERFORM SUM-VENDOR-OPEN-BALANCE
                IF OPEN-BALANCE-FOR-VENDOR + VOUCHER-AMOUNT
                      > VENDOR-CREDIT-LIMIT
                END-IF
            END-IF.

      * A vendor whose family parent carries the family credit flag
      * is held to the parent's limit across the open balance of
      * every member of the family (vndfam01.cbl, plfam01.cbl).
       FIND-THE-CREDIT-FAMILY.
            MOVE "N" TO CREDIT-FAMILY-CHECKED.
            IF VENDOR-HAS-NO-PARENT
                IF VENDOR-CHECKS-FAMILY-CREDIT
                    MOVE "Y" TO CREDIT-FAMILY-CHECKED
                    MOVE VENDOR-NUMBER TO CREDIT-FAMILY-HEAD
                    MOVE VENDOR-CREDIT-LIMIT TO CREDIT-FAMILY-LIMIT
                END-IF
            ELSE
                MOVE VENDOR-RECORD TO CREDIT-FAMILY-SAVED-VENDOR
                MOVE VENDOR-PARENT-NUMBER TO VENDOR-NUMBER
                PERFORM READ-VENDOR-RECORD
                IF VENDOR-RECORD-FOUND = "Y" AND
                      VENDOR-CHECKS-FAMILY-CREDIT
                    MOVE "Y" TO CREDIT-FAMILY-CHECKED
                    MOVE VENDOR-NUMBER TO CREDIT-FAMILY-HEAD
                    MOVE VENDOR-CREDIT-LIMIT TO CREDIT-FAMILY-LIMIT
                END-IF
                MOVE CREDIT-FAMILY-SAVED-VENDOR TO VENDOR-RECORD
                MOVE "Y" TO VENDOR-RECORD-FOUND.

       CHECK-FAMILY-CREDIT-LIMIT.
            IF CREDIT-FAMILY-LIMIT NOT = ZERO AND VOUCHER-TYPE-INVOICE
                PERFORM SUM-FAMILY-OPEN-BALANCE
                IF OPEN-BALANCE-FOR-VENDOR + VOUCHER-AMOUNT
                      > CREDIT-FAMILY-LIMIT
                    DISPLAY "WARNING - VENDOR " VOUCHER-VENDOR
                       " VOUCHER " VOUCHER-INVOICE
                       " EXCEEDS FAMILY CREDIT LIMIT OF VENDOR "
                       CREDIT-FAMILY-HEAD
                END-IF
            END-IF.

      * The scan reads through the voucher record area, so the row
      * being built is parked and put back.
       SUM-FAMILY-OPEN-BALANCE.
            MOVE CREDIT-FAMILY-HEAD TO FAMILY-HEAD.
            PERFORM COLLECT-THE-FAMILY-MEMBERS.
            MOVE ZERO TO OPEN-BALANCE-FOR-VENDOR.
            MOVE VOUCHER-RECORD TO CREDIT-FAMILY-SAVED-VOUCHER.
            CLOSE VOUCHER-FILE.
            OPEN I-O VOUCHER-FILE.
            MOVE "N" TO CREDIT-CHECK-AT-END.
            PERFORM READ-NEXT-VOUCHER-FOR-CREDIT-CHECK.
            PERFORM ADD-TO-FAMILY-OPEN-BALANCE
               UNTIL CREDIT-CHECK-AT-END = "Y".
            MOVE CREDIT-FAMILY-SAVED-VOUCHER TO VOUCHER-RECORD.

       ADD-TO-FAMILY-OPEN-BALANCE.
            IF VOUCHER-PAID-DATE = ZEROES
                MOVE VOUCHER-VENDOR TO FAMILY-KEY
                PERFORM CHECK-FAMILY-MEMBER
                IF FAMILY-MEMBER-FOUND = "Y"
                    ADD VOUCHER-AMOUNT TO OPEN-BALANCE-FOR-VENDOR
                END-IF
            END-IF.
            PERFORM READ-NEXT-VOUCHER-FOR-CREDIT-CHECK.

       SUM-VENDOR-OPEN-BALANCE.
            MOVE ZERO TO OPEN-BALANCE-FOR-VENDOR.
            CLOSE VOUCHER-FILE.
                MOVE "N" TO ROW-ACCEPTED
                MOVE "INVOICE ALREADY ON FILE FOR THIS VENDOR"
                   TO REJECT-REASON
                PERFORM LOG-THE-DUPLICATE-INVOICE
            ELSE
                PERFORM READ-NEXT-VOUCHER-FOR-DUP-CHECK.

      * The record in hand is the voucher already on file.
       LOG-THE-DUPLICATE-INVOICE.
            MOVE "VCHBCH01" TO VENDOR-EVENT-PROGRAM.
            MOVE "BATCH" TO VENDOR-EVENT-OPERATOR.
            MOVE "DI" TO VENDOR-EVENT-TYPE.
            MOVE VOUCHER-VENDOR TO VENDOR-EVENT-VENDOR.
            MOVE VOUCHER-NUMBER TO VENDOR-EVENT-VOUCHER.
            MOVE VOUCHER-INVOICE TO VENDOR-EVENT-INVOICE.
            MOVE VOUCHER-PO-NUMBER TO VENDOR-EVENT-PO-NUMBER.
            MOVE VOUCHER-AMOUNT TO VENDOR-EVENT-AMOUNT.
            MOVE "BATCH LOAD ROW REJECTED" TO VENDOR-EVENT-NOTE.
            PERFORM WRITE-THE-VENDOR-EVENT.

       READ-NEXT-VOUCHER-FOR-DUP-CHECK.
            MOVE "N" TO DUPLICATE-CHECK-AT-END.
            READ VOUCHER-FILE NEXT RECORD
            COPY "plbusday.cbl".
            COPY "plctllck.cbl".
            COPY "pljrnl01.cbl".
            COPY "plfam01.cbl".
            COPY "plvpev01.cbl".

      * A loaded voucher raises the company's open-AP control
      * total - see vchprf01.cbl.
