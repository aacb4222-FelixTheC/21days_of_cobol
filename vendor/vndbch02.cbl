
            COPY "wsctllck.cbl".
            COPY "wsjrnl01.cbl".
            COPY "wsfam01.cbl".
            COPY "wsmask01.cbl".

       77   IMPORT-FILE-AT-END                  PIC X.
       77   PENDING-CHANGE-WRITTEN              PIC X.
            IF ROW-IS-ACCEPTED AND TRANSACTION-IS-DELETE
                PERFORM CHECK-VENDOR-OPEN-VOUCHERS
            END-IF.
            IF ROW-IS-ACCEPTED AND TRANSACTION-IS-DELETE
                PERFORM CHECK-VENDOR-FAMILY-MEMBERS
            END-IF.

       CHECK-VENDOR-ON-FILE.
            MOVE TRANSACTION-VENDOR-NUMBER TO VENDOR-NUMBER.
               MOVE "Y" TO OPEN-VOUCHER-CHECK-AT-END
            END-READ.

      * A parent cannot go while branches still point at it
      * (vndfam01.cbl moves or removes them).
       CHECK-VENDOR-FAMILY-MEMBERS.
            MOVE TRANSACTION-VENDOR-NUMBER TO FAMILY-HEAD.
            PERFORM COLLECT-THE-FAMILY-MEMBERS.
            IF FAMILY-MEMBER-COUNT > 1
                MOVE "N" TO ROW-ACCEPTED
                MOVE "VENDOR HEADS A CORPORATE FAMILY"
                   TO REJECT-REASON
            END-IF.

      * Banking details queue on the pending-change file for a
      * second operator's approval (vndpnd01.cbl) instead of hitting
      * the master - same dual control the interactive change mode
            IF WHICH-FIELD = 11
                MOVE TRANSACTION-NEW-VALUE(1:1) TO VENDOR-STATUS.
            IF WHICH-FIELD = 12
                IF VENDOR-EMAIL NOT = TRANSACTION-NEW-VALUE
                    MOVE SPACE TO VENDOR-BAD-EMAIL
                    MOVE ZEROES TO VENDOR-BAD-EMAIL-DATE
                END-IF
                MOVE TRANSACTION-NEW-VALUE TO VENDOR-EMAIL.
            IF WHICH-FIELD = 13
                MOVE TRANSACTION-NEW-VALUE TO VENDOR-FAX.
            ACCEPT AUDIT-TIME FROM TIME.
            PERFORM ASSIGN-AUDIT-SEQUENCE.
            MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
            MOVE SPACES TO AUDIT-SOURCE.
            WRITE VENDOR-AUDIT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING AUDIT RECORD".
            MOVE AUDIT-FIELD-CHANGED TO CHANGE-FIELD-NAME.
            MOVE AUDIT-OLD-VALUE(1:15) TO CHANGE-OLD-DISPLAY.
            MOVE AUDIT-NEW-VALUE(1:15) TO CHANGE-NEW-DISPLAY.
            IF AUDIT-FIELD-CHANGED = "VENDOR-TAX-ID" OR
                  AUDIT-FIELD-CHANGED = "VENDOR-BANK-ACCOUNT-NUMBER"
                PERFORM MASK-THE-CHANGE-VALUES.
            MOVE CHANGE-LINE TO PRINTER-RECORD.
            WRITE PRINTER-RECORD.

      * No one signs on to the batch run, so a tax id or bank
      * account change prints as its last four digits only.
       MASK-THE-CHANGE-VALUES.
            MOVE SPACE TO CHANGE-OLD-DISPLAY
                          CHANGE-NEW-DISPLAY.
            MOVE AUDIT-OLD-VALUE TO SENSITIVE-VALUE.
            PERFORM MASK-SENSITIVE-VALUE.
            IF AUDIT-OLD-VALUE NOT = SPACES
                STRING "****" SENSITIVE-LAST-FOUR
                   DELIMITED BY SIZE INTO CHANGE-OLD-DISPLAY.
            MOVE AUDIT-NEW-VALUE TO SENSITIVE-VALUE.
            PERFORM MASK-SENSITIVE-VALUE.
            IF AUDIT-NEW-VALUE NOT = SPACES
                STRING "****" SENSITIVE-LAST-FOUR
                   DELIMITED BY SIZE INTO CHANGE-NEW-DISPLAY.

       PRINT-DELETE-LINE.
            MOVE SPACE TO CHANGE-LINE.
            MOVE TRANSACTION-VENDOR-NUMBER TO CHANGE-VENDOR.
            WRITE PRINTER-RECORD.

            COPY "pljrnl01.cbl".
            COPY "plfam01.cbl".
            COPY "plmask01.cbl".

            COPY "plspool01.cbl".
