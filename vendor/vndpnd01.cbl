            COPY "slbankdir.cbl".
            COPY "sljrnl01.cbl".
            COPY "slcmpny.cbl".
            COPY "slaudit01.cbl".

            COPY "slsplcat.cbl".

            COPY "fdbankdir.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdaudit01.cbl".

            COPY "fdsplcat.cbl".

       77   VENDOR-RECORD-FOUND           PIC X.
       77   REVIEWED-COUNT                PIC 9(5) VALUE ZERO.
       77   APPROVED-COUNT                PIC 9(5) VALUE ZERO.
      * The from/to values as this operator may see them - a bank
      * account or tax id is masked without sensitive authority.
       77   PENDING-OLD-SHOWN             PIC X(40).
       77   PENDING-NEW-SHOWN             PIC X(40).

       77   REVIEW-CHOICE                 PIC X VALUE SPACE.
            88 APPROVE-THIS-CHANGE        VALUE "A".
            COPY "wssignon01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsjrnl01.cbl".
            COPY "wsmask01.cbl".

       77   LOWER-ALPHA                   PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
            PERFORM SIGN-ON.
            MOVE OPERATOR-ID TO JOURNAL-BY-OPERATOR.
            MOVE OPERATOR-ID TO SPOOL-BY-OPERATOR.
            MOVE "vndpnd01" TO SENSITIVE-PROGRAM-ID.
            MOVE "VNDPND01" TO SPOOL-NAME-REPORT-ID.
            MOVE "PENDING BANK CHANGES" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN I-O PENDING-CHANGE-FILE.
            OPEN INPUT BANK-DIRECTORY-FILE.
            OPEN EXTEND JOURNAL-FILE.
            OPEN I-O SYSTEM-AUDIT-FILE.
            MOVE "VNDPND01" TO JOURNAL-PROGRAM-NAME.

       CLOSING-PROCEDURE.
            CLOSE VENDOR-AUDIT-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
            CLOSE SYSTEM-AUDIT-FILE.
            CLOSE PENDING-CHANGE-FILE.
            CLOSE BANK-DIRECTORY-FILE.
            CLOSE PRINTER-FILE.
            IF NOT QUIT-THE-REVIEW
                PERFORM READ-NEXT-PENDING-RECORD.

       SHOW-THE-PENDING-VALUES.
            MOVE PENDING-OLD-VALUE TO PENDING-OLD-SHOWN.
            MOVE PENDING-NEW-VALUE TO PENDING-NEW-SHOWN.
            IF PENDING-FIELD-NAME = "VENDOR-BANK-ACCOUNT-NUMBER" OR
                  PENDING-FIELD-NAME = "VENDOR-TAX-ID"
                MOVE PENDING-FIELD-NAME TO SENSITIVE-FIELD-NAME
                MOVE PENDING-VENDOR TO SENSITIVE-RECORD-KEY
                MOVE PENDING-OLD-VALUE TO SENSITIVE-VALUE
                PERFORM SHOW-SENSITIVE-VALUE
                MOVE SENSITIVE-SHOWN TO PENDING-OLD-SHOWN
                MOVE PENDING-NEW-VALUE TO SENSITIVE-VALUE
                PERFORM SHOW-SENSITIVE-VALUE
                MOVE SENSITIVE-SHOWN TO PENDING-NEW-SHOWN.

       DISPLAY-PENDING-CHANGE.
            MOVE PENDING-VENDOR TO VENDOR-NUMBER.
            PERFORM READ-VENDOR-RECORD.
            DISPLAY " ".
            DISPLAY "VENDOR " PENDING-VENDOR " " VENDOR-NAME.
            DISPLAY "FIELD:  " PENDING-FIELD-NAME.
            PERFORM SHOW-THE-PENDING-VALUES.
            DISPLAY "FROM:   " PENDING-OLD-SHOWN.
            DISPLAY "TO:     " PENDING-NEW-SHOWN.
            IF PENDING-FIELD-NAME = "VENDOR-ABA-ROUTING-NUMBER"
                PERFORM SHOW-THE-ROUTING-BANK.
            DISPLAY "KEYED BY " PENDING-ENTERED-BY

      * A change to the banking details restarts the prenote cycle -
      * the bank must verify the new account before a live credit.
      * A new card issuer moves no bank account, so it leaves the
      * prenote alone.
       APPLY-THE-NEW-VALUE.
            EVALUATE PENDING-FIELD-NAME
                WHEN "VENDOR-PAYMENT-METHOD"
                WHEN "VENDOR-BANK-ACCOUNT-NUMBER"
                    MOVE PENDING-NEW-VALUE (1 : 17)
                       TO VENDOR-BANK-ACCOUNT-NUMBER
                WHEN "VENDOR-CARD-ISSUER"
                    MOVE PENDING-NEW-VALUE (1 : 4)
                       TO VENDOR-CARD-ISSUER
                WHEN OTHER
                    DISPLAY "UNKNOWN PENDING FIELD "
                       PENDING-FIELD-NAME
            END-EVALUATE.
            IF PENDING-FIELD-NAME NOT = "VENDOR-CARD-ISSUER"
                MOVE "N" TO VENDOR-PRENOTE-STATUS
                MOVE ZEROES TO VENDOR-PRENOTE-DATE.

       REJECT-THE-CHANGE.
            MOVE "R" TO PENDING-STATUS.
               " BY " PENDING-ENTERED-BY
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM SHOW-THE-PENDING-VALUES.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "   " PENDING-OLD-SHOWN " -> "
               PENDING-NEW-SHOWN
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM READ-NEXT-PENDING-RECORD.
            ACCEPT AUDIT-TIME FROM TIME.
            PERFORM ASSIGN-AUDIT-SEQUENCE.
            MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
            MOVE SPACES TO AUDIT-SOURCE.
            WRITE VENDOR-AUDIT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING AUDIT RECORD".
            COPY "plsignon01.cbl".
            COPY "pljrnl01.cbl".
            COPY "plaba01.cbl".
            COPY "plmask01.cbl".
            COPY "plmask02.cbl".

            COPY "plspool01.cbl".
