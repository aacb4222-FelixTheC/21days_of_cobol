      ******************************************************************
      * vndmdadd02.cbl
      * A vendor is added only by activating a new-vendor request
      * whose onboarding checklist is done (fdvndreq.cbl,
      * vndonb01.cbl), and only by an operator other than the one
      * who requested it. The name, address, phone, tax id,
      * banking, W-9, and TIN match come from the request as AP
      * verified them; the operator keys the rest.
      ******************************************************************
       ADD-MODE.
            MOVE "ADD" TO THE-MODE.
            MOVE "Y" TO ADD-ANOTHER.
            PERFORM GET-ACTIVATION-REQUEST.
            PERFORM ADD-RECORDS
               UNTIL ADD-ANOTHER = "N".

       GET-ACTIVATION-REQUEST.
            PERFORM ACCEPT-ACTIVATION-REQUEST.
            PERFORM RE-ACCEPT-ACTIVATION-REQUEST
               UNTIL ACTIVATION-REQUEST-READY = "Y" OR
                     ACTIVATION-REQUEST-NUMBER = ZEROES.
            IF ACTIVATION-REQUEST-NUMBER = ZEROES
                MOVE "N" TO ADD-ANOTHER.

       ACCEPT-ACTIVATION-REQUEST.
            DISPLAY " ".
            DISPLAY "ENTER THE ONBOARDING REQUEST NUMBER TO ACTIVATE".
            DISPLAY "ENTER 0 TO STOP ENTRY".
            ACCEPT ACTIVATION-REQUEST-NUMBER.
            MOVE "N" TO ACTIVATION-REQUEST-READY.
            IF ACTIVATION-REQUEST-NUMBER NOT = ZEROES
                PERFORM CHECK-THE-ACTIVATION-REQUEST.

       RE-ACCEPT-ACTIVATION-REQUEST.
            PERFORM ACCEPT-ACTIVATION-REQUEST.

       CHECK-THE-ACTIVATION-REQUEST.
            MOVE ACTIVATION-REQUEST-NUMBER TO VNDREQ-NUMBER.
            MOVE "Y" TO ACTIVATION-REQUEST-READY.
            READ VENDOR-REQUEST-FILE RECORD
               INVALID KEY
               MOVE "N" TO ACTIVATION-REQUEST-READY.
            IF ACTIVATION-REQUEST-READY = "N" OR
                  VNDREQ-COMPANY NOT = CURRENT-COMPANY
                MOVE "N" TO ACTIVATION-REQUEST-READY
                DISPLAY "REQUEST NOT ON FILE FOR THIS COMPANY"
            ELSE
            IF NOT VNDREQ-CHECKLIST-DONE
                MOVE "N" TO ACTIVATION-REQUEST-READY
                DISPLAY "THE REQUEST IS NOT READY - ITS STATUS IS "
                   VNDREQ-STATUS
                DISPLAY "(ONLY A REQUEST WITH THE ONBOARDING "
                   "CHECKLIST DONE MAY BE ACTIVATED)"
            ELSE
            IF VNDREQ-REQUESTED-BY = OPERATOR-ID
                MOVE "N" TO ACTIVATION-REQUEST-READY
                DISPLAY "YOU REQUESTED THIS VENDOR - ANOTHER OPERATOR "
                   "MUST ACTIVATE IT"
            ELSE
                DISPLAY "REQUEST " VNDREQ-NUMBER " " VNDREQ-NAME
                DISPLAY "REQUESTED BY " VNDREQ-REQUESTED-BY
                   " - CHECKLIST BY " VNDREQ-CHECKED-BY.

       GET-NEW-VENDOR-NUMBER.
            PERFORM INIT-VENDOR-RECORD.
            PERFORM RETRIEVE-NEXT-VENDOR-NUMBER.
            PERFORM REWRITE-CONTROL-RECORD.

       ADD-RECORDS.
            PERFORM GET-NEW-VENDOR-NUMBER.
            PERFORM MOVE-REQUEST-TO-VENDOR.
            PERFORM ENTER-ACTIVATION-FIELDS.
            PERFORM CHECK-FOR-DUPLICATE-NAME.
            PERFORM WRITE-VENDOR-RECORD.
            PERFORM WRITE-SYSTEM-AUDIT-RECORD-FOR-ADD.
            PERFORM CARRY-OVER-REQUEST-CLEARANCES.
            PERFORM SCREEN-THE-NEW-VENDOR.
            PERFORM MARK-REQUEST-ACTIVATED.
            PERFORM GET-ADD-ANOTHER.

      * An EFT payee starts the prenote cycle like any new bank
      * account. A signed W-9 with a matching TIN means a US person
      * not subject to backup withholding.
       MOVE-REQUEST-TO-VENDOR.
            MOVE VNDREQ-NAME TO VENDOR-NAME.
            MOVE VNDREQ-ADDRESS-1 TO VENDOR-ADDRESS-1.
            MOVE VNDREQ-ADDRESS-2 TO VENDOR-ADDRESS-2.
            MOVE VNDREQ-CITY TO VENDOR-CITY.
            MOVE VNDREQ-STATE TO VENDOR-STATE.
            MOVE VNDREQ-ZIP TO VENDOR-ZIP.
            MOVE VNDREQ-COUNTRY-CODE TO VENDOR-COUNTRY-CODE.
            MOVE VNDREQ-PHONE TO VENDOR-PHONE.
            MOVE VNDREQ-TAX-ID TO VENDOR-TAX-ID.
            MOVE "A" TO VENDOR-STATUS.
            MOVE "Y" TO VENDOR-W9-ON-FILE.
            MOVE VNDREQ-TIN-MATCH-CODE TO VENDOR-TIN-MATCH-CODE.
            MOVE VNDREQ-TIN-MATCH-DATE TO VENDOR-TIN-MATCH-DATE.
            MOVE "N" TO VENDOR-BACKUP-WITHHOLDING.
            MOVE "N" TO VENDOR-FOREIGN-PERSON.
            MOVE VNDREQ-PAYMENT-METHOD TO VENDOR-PAYMENT-METHOD.
            IF VNDREQ-PAYS-BY-EFT
                MOVE VNDREQ-ABA-ROUTING-NUMBER
                   TO VENDOR-ABA-ROUTING-NUMBER
                MOVE VNDREQ-BANK-ACCOUNT-NUMBER
                   TO VENDOR-BANK-ACCOUNT-NUMBER
                MOVE "N" TO VENDOR-PRENOTE-STATUS
                MOVE ZEROES TO VENDOR-PRENOTE-DATE.

       ENTER-ACTIVATION-FIELDS.
            PERFORM ENTER-VENDOR-CONTACT.
            PERFORM ENTER-VENDOR-1099-FLAG.
            PERFORM ENTER-VENDOR-EMAIL.
            PERFORM ENTER-VENDOR-FAX.
            PERFORM ENTER-VENDOR-INSURANCE-EXPIRATION.
            PERFORM ENTER-VENDOR-CLASS.
            PERFORM ENTER-VENDOR-CREDIT-LIMIT.
            PERFORM ENTER-VENDOR-PAYMENT-TERMS.
            PERFORM ENTER-VENDOR-DISCOUNT-PERCENT.
            PERFORM ENTER-VENDOR-DISCOUNT-DAYS.
            PERFORM ENTER-REMIT-TO-BLOCK.
            PERFORM ENTER-VENDOR-CURRENCY-CODE.
            PERFORM ENTER-VENDOR-CTX-ADDENDA.
            PERFORM ENTER-VENDOR-TERMS-CODE.
            PERFORM ENTER-VENDOR-CURRENCY-ONLY.
            PERFORM ENTER-VENDOR-HANDLING-CODE.

       MARK-REQUEST-ACTIVATED.
            MOVE "A" TO VNDREQ-STATUS.
            MOVE VENDOR-NUMBER TO VNDREQ-VENDOR-NUMBER.
            MOVE OPERATOR-ID TO VNDREQ-DECIDED-BY.
            ACCEPT VNDREQ-DECIDED-DATE FROM DATE YYYYMMDD.
            MOVE "ACTIVATED" TO VNDREQ-DECISION-NOTE.
            REWRITE VENDOR-REQUEST-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR REQUEST".
            DISPLAY "REQUEST " VNDREQ-NUMBER " ACTIVATED AS VENDOR "
               VENDOR-NUMBER.

       GET-ADD-ANOTHER.
            PERFORM ACCEPT-ADD-ANOTHER.
            PERFORM RE-ACCEPT-ADD-ANOTHER
               UNTIL ADD-ANOTHER = "Y" OR "N".

       ACCEPT-ADD-ANOTHER.
            DISPLAY "ACTIVATE ANOTHER REQUEST (Y/N)?".
            ACCEPT ADD-ANOTHER.
            INSPECT ADD-ANOTHER
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF ADD-ANOTHER = "Y"
                PERFORM GET-ACTIVATION-REQUEST.

       RE-ACCEPT-ADD-ANOTHER.
            DISPLAY "YOU MUST ENTER YES (Y) OR NO (N)".
                    DISPLAY "POSSIBLE DUPLICATE - VENDOR #"
                       VENDOR-NUMBER " ALREADY HAS THIS NAME".
            MOVE SAVED-VENDOR-RECORD TO VENDOR-RECORD.

      * Every new vendor is screened against the sanctions list as
      * soon as it is on file, under its name and its remit-to name.
      * A potential match goes to the compliance queue (ofacrev01)
      * and keeps the vendor out of any payment run until cleared.
      * Compliance already cleared the request's potential matches
      * under the same name - those decisions carry over to the
      * vendor, so the screen below does not raise them a second
      * time. A match still undecided cannot reach this point (the
      * checklist holds), and a confirmed one rejected the request.
       CARRY-OVER-REQUEST-CLEARANCES.
            MOVE "N" TO REQUEST-HITS-AT-END.
            MOVE "Q" TO OFAC-HIT-PAYEE-TYPE.
            MOVE VNDREQ-NUMBER TO OFAC-HIT-PAYEE-NUMBER.
            MOVE SPACE TO OFAC-HIT-NAME-SOURCE.
            MOVE ZEROES TO OFAC-HIT-SDN-ENTRY.
            MOVE ZEROES TO OFAC-HIT-SDN-ALIAS.
            START OFAC-HIT-FILE
               KEY IS NOT LESS THAN OFAC-HIT-KEY
               INVALID KEY
               MOVE "Y" TO REQUEST-HITS-AT-END.
            PERFORM CARRY-OVER-ONE-CLEARANCE
               UNTIL REQUEST-HITS-AT-END = "Y".

       CARRY-OVER-ONE-CLEARANCE.
            READ OFAC-HIT-FILE NEXT RECORD
               AT END MOVE "Y" TO REQUEST-HITS-AT-END.
            IF REQUEST-HITS-AT-END NOT = "Y"
                IF NOT OFAC-HIT-IS-REQUEST OR
                      OFAC-HIT-PAYEE-NUMBER NOT = VNDREQ-NUMBER
                    MOVE "Y" TO REQUEST-HITS-AT-END
                ELSE
                    IF OFAC-HIT-CLEARED
                        PERFORM WRITE-THE-VENDOR-CLEARANCE.

      * The request's hit is repositioned on after the write, the
      * way duppay01 resumes its outer walk.
       WRITE-THE-VENDOR-CLEARANCE.
            MOVE OFAC-HIT-KEY TO REQUEST-HIT-KEY.
            MOVE "V" TO OFAC-HIT-PAYEE-TYPE.
            MOVE VENDOR-NUMBER TO OFAC-HIT-PAYEE-NUMBER.
            WRITE OFAC-HIT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING SANCTIONS HIT RECORD".
            MOVE REQUEST-HIT-KEY TO OFAC-HIT-KEY.
            START OFAC-HIT-FILE
               KEY IS GREATER THAN OFAC-HIT-KEY
               INVALID KEY
               MOVE "Y" TO REQUEST-HITS-AT-END.

       SCREEN-THE-NEW-VENDOR.
            MOVE "V" TO OFAC-SCREEN-PAYEE-TYPE.
            MOVE VENDOR-NUMBER TO OFAC-SCREEN-PAYEE-NUMBER.
            MOVE "N" TO OFAC-SCREEN-NAME-SOURCE.
            MOVE VENDOR-NAME TO OFAC-SCREEN-NAME.
            PERFORM SCREEN-ONE-PAYEE-NAME.
            MOVE OFAC-SCREEN-HITS TO NEW-VENDOR-SANCTIONS-HITS.
            IF VENDOR-REMIT-NAME NOT = SPACES AND
                  VENDOR-REMIT-NAME NOT = VENDOR-NAME
                MOVE "R" TO OFAC-SCREEN-NAME-SOURCE
                MOVE VENDOR-REMIT-NAME TO OFAC-SCREEN-NAME
                PERFORM SCREEN-ONE-PAYEE-NAME
                ADD OFAC-SCREEN-HITS TO NEW-VENDOR-SANCTIONS-HITS.
            IF NEW-VENDOR-SANCTIONS-HITS > ZERO
                DISPLAY "*** SANCTIONS LIST - "
                   NEW-VENDOR-SANCTIONS-HITS
                   " POTENTIAL MATCH(ES) FOR THIS VENDOR ***"
                DISPLAY "*** REFERRED TO COMPLIANCE - NO PAYMENT UNTIL "
                   "CLEARED ***".
