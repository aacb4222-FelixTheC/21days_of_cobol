
       ASK-WHICH-FIELD.
            DISPLAY "ENTER THE NUMBER OF THE FIELD".
            DISPLAY "TO CHANGE (1-42) OR 0 TO EXIT".
            ACCEPT WHICH-FIELD.
            PERFORM RE-ASK-WHICH-FIELD
               UNTIL WHICH-FIELD NOT > 42.

       RE-ASK-WHICH-FIELD.
            DISPLAY "INVALID ENTRY".
            DISPLAY "ENTER THE NUMBER OF THE FIELD".
            DISPLAY "TO CHANGE (1-42) OR 0 TO EXIT".
            ACCEPT WHICH-FIELD.

       CHANGE-ONE-FIELD.
            PERFORM CHANGE-THIS-FIELD.
            PERFORM GET-FIELD-TO-CHANGE.

      * Banking details (payment method, routing, account, card
      * issuer) never hit the master directly - they queue on the
      * pending-change file for a second operator's approval in
      * vndpnd01.cbl. Everything else changes immediately as before.
       CHANGE-THIS-FIELD.
            MOVE VENDOR-RECORD TO SYSTEM-AUDIT-SAVED-IMAGE.
            IF WHICH-FIELD = 16 OR WHICH-FIELD = 17 OR
                  WHICH-FIELD = 18 OR WHICH-FIELD = 42
                PERFORM QUEUE-BANKING-CHANGE
            ELSE
                PERFORM CHANGE-NON-BANKING-FIELD.
            PERFORM CAPTURE-FIELD-NAME-AND-OLD-VALUE.
            IF WHICH-FIELD = 16
                PERFORM ENTER-VENDOR-PAYMENT-METHOD
                MOVE VENDOR-PAYMENT-METHOD TO PENDING-NEW-VALUE
                IF VENDOR-PAYS-BY-CARD
                    DISPLAY "QUEUE THE CARD ISSUER (FIELD 42) TOO"
                END-IF.
            IF WHICH-FIELD = 17
                PERFORM ENTER-VENDOR-ABA-ROUTING-NUMBER
                MOVE VENDOR-ABA-ROUTING-NUMBER
                PERFORM ENTER-VENDOR-BANK-ACCOUNT-NUMBER
                MOVE VENDOR-BANK-ACCOUNT-NUMBER
                   TO PENDING-NEW-VALUE.
            IF WHICH-FIELD = 42
                PERFORM ENTER-VENDOR-CARD-ISSUER
                MOVE VENDOR-CARD-ISSUER TO PENDING-NEW-VALUE.
            MOVE SYSTEM-AUDIT-SAVED-IMAGE TO VENDOR-RECORD.
            MOVE AUDIT-FIELD-CHANGED TO PENDING-FIELD-NAME.
            MOVE AUDIT-OLD-VALUE TO PENDING-OLD-VALUE.
                PERFORM ENTER-VENDOR-CURRENCY-ONLY.
            IF WHICH-FIELD = 38
                PERFORM ENTER-VENDOR-HANDLING-CODE.
      * A new country re-takes the state and zip under that
      * country's edits.
            IF WHICH-FIELD = 39
                PERFORM ENTER-VENDOR-COUNTRY
                PERFORM ENTER-VENDOR-STATE
                PERFORM ENTER-VENDOR-ZIP.
            IF WHICH-FIELD = 40
                PERFORM ENTER-VENDOR-REMIT-COUNTRY
                PERFORM ENTER-VENDOR-REMIT-STATE
                PERFORM ENTER-VENDOR-REMIT-ZIP.
            IF WHICH-FIELD = 41
                PERFORM ENTER-VENDOR-NONRES-WH-STATE.

            PERFORM CAPTURE-NEW-VALUE-AND-LOG.
            PERFORM CLEAR-CORRECTED-BAD-ADDRESS.
            PERFORM CLEAR-CORRECTED-BAD-EMAIL.
            PERFORM REWRITE-VENDOR-RECORD.
            PERFORM WRITE-SYSTEM-AUDIT-RECORD-FOR-CHANGE.

      * A returned-mail flag (rtnmail01.cbl) comes off when the
      * address it names is actually changed - re-keying the same
      * value is not a correction. Fields 2-6 and 39 are the vendor
      * address, 24-29 and 40 the remit-to address.
       CLEAR-CORRECTED-BAD-ADDRESS.
            IF VENDOR-RECORD NOT = SYSTEM-AUDIT-SAVED-IMAGE
                IF VENDOR-MAIN-ADDRESS-BAD AND
                      ((WHICH-FIELD NOT < 2 AND WHICH-FIELD NOT > 6)
                      OR WHICH-FIELD = 39)
                    PERFORM CLEAR-BAD-ADDRESS-FLAG
                ELSE
                    IF VENDOR-REMIT-ADDRESS-BAD AND
                          ((WHICH-FIELD NOT < 24 AND
                          WHICH-FIELD NOT > 29) OR WHICH-FIELD = 40)
                        PERFORM CLEAR-BAD-ADDRESS-FLAG.

       CLEAR-BAD-ADDRESS-FLAG.
            MOVE SPACE TO VENDOR-BAD-ADDRESS.
            MOVE ZEROES TO VENDOR-BAD-ADDRESS-DATE.
            DISPLAY "ADDRESS CORRECTED - RETURNED-MAIL HOLD RELEASED".
            DISPLAY "REISSUE THE RETURNED CHECKS FROM RTNMAIL01".

      * A bounced-email flag (outsnd01.cbl) comes off the same way,
      * when field 12 is changed to a different address.
       CLEAR-CORRECTED-BAD-EMAIL.
            IF VENDOR-RECORD NOT = SYSTEM-AUDIT-SAVED-IMAGE
                IF VENDOR-EMAIL-BOUNCED AND WHICH-FIELD = 12
                    MOVE SPACE TO VENDOR-BAD-EMAIL
                    MOVE ZEROES TO VENDOR-BAD-EMAIL-DATE
                    DISPLAY "EMAIL CORRECTED - BOUNCE FLAG CLEARED".

      *--------------------------------
      * AUDIT TRAIL FOR THIS CHANGE
      *--------------------------------
            IF WHICH-FIELD = 38
                MOVE "VENDOR-HANDLING-CODE" TO AUDIT-FIELD-CHANGED
                MOVE VENDOR-HANDLING-CODE TO AUDIT-OLD-VALUE.
            IF WHICH-FIELD = 39
                MOVE "VENDOR-COUNTRY-CODE" TO AUDIT-FIELD-CHANGED
                MOVE VENDOR-COUNTRY-CODE TO AUDIT-OLD-VALUE
                MOVE VENDOR-STATE TO PRIOR-STATE
                MOVE VENDOR-ZIP TO PRIOR-ZIP.
            IF WHICH-FIELD = 40
                MOVE "VENDOR-REMIT-COUNTRY-CODE" TO
                    AUDIT-FIELD-CHANGED
                MOVE VENDOR-REMIT-COUNTRY-CODE TO AUDIT-OLD-VALUE
                MOVE VENDOR-REMIT-STATE TO PRIOR-STATE
                MOVE VENDOR-REMIT-ZIP TO PRIOR-ZIP.
            IF WHICH-FIELD = 41
                MOVE "VENDOR-NONRES-WH-STATE" TO AUDIT-FIELD-CHANGED
                MOVE VENDOR-NONRES-WH-STATE TO AUDIT-OLD-VALUE.
            IF WHICH-FIELD = 42
                MOVE "VENDOR-CARD-ISSUER" TO AUDIT-FIELD-CHANGED
                MOVE VENDOR-CARD-ISSUER TO AUDIT-OLD-VALUE.

       CAPTURE-NEW-VALUE-AND-LOG.
            MOVE SPACES TO AUDIT-NEW-VALUE.
                MOVE VENDOR-CURRENCY-ONLY TO AUDIT-NEW-VALUE.
            IF WHICH-FIELD = 38
                MOVE VENDOR-HANDLING-CODE TO AUDIT-NEW-VALUE.
            IF WHICH-FIELD = 39
                MOVE VENDOR-COUNTRY-CODE TO AUDIT-NEW-VALUE.
            IF WHICH-FIELD = 40
                MOVE VENDOR-REMIT-COUNTRY-CODE TO AUDIT-NEW-VALUE.
            IF WHICH-FIELD = 41
                MOVE VENDOR-NONRES-WH-STATE TO AUDIT-NEW-VALUE.

            PERFORM WRITE-AUDIT-RECORD.
            IF WHICH-FIELD = 39
                PERFORM LOG-RE-KEYED-VENDOR-STATE-ZIP.
            IF WHICH-FIELD = 40
                PERFORM LOG-RE-KEYED-REMIT-STATE-ZIP.

      * A country change re-keys the state and zip under it; each
      * that actually changed gets its own audit record.
       LOG-RE-KEYED-VENDOR-STATE-ZIP.
            IF VENDOR-STATE NOT = PRIOR-STATE
                MOVE "VENDOR-STATE" TO AUDIT-FIELD-CHANGED
                MOVE PRIOR-STATE TO AUDIT-OLD-VALUE
                MOVE VENDOR-STATE TO AUDIT-NEW-VALUE
                PERFORM WRITE-AUDIT-RECORD.
            IF VENDOR-ZIP NOT = PRIOR-ZIP
                MOVE "VENDOR-ZIP" TO AUDIT-FIELD-CHANGED
                MOVE PRIOR-ZIP TO AUDIT-OLD-VALUE
                MOVE VENDOR-ZIP TO AUDIT-NEW-VALUE
                PERFORM WRITE-AUDIT-RECORD.

       LOG-RE-KEYED-REMIT-STATE-ZIP.
            IF VENDOR-REMIT-STATE NOT = PRIOR-STATE
                MOVE "VENDOR-REMIT-STATE" TO AUDIT-FIELD-CHANGED
                MOVE PRIOR-STATE TO AUDIT-OLD-VALUE
                MOVE VENDOR-REMIT-STATE TO AUDIT-NEW-VALUE
                PERFORM WRITE-AUDIT-RECORD.
            IF VENDOR-REMIT-ZIP NOT = PRIOR-ZIP
                MOVE "VENDOR-REMIT-ZIP" TO AUDIT-FIELD-CHANGED
                MOVE PRIOR-ZIP TO AUDIT-OLD-VALUE
                MOVE VENDOR-REMIT-ZIP TO AUDIT-NEW-VALUE
                PERFORM WRITE-AUDIT-RECORD.
