      * vnddspallfld01.cbl
      * Routines shared by CHANGE, INQUIRE and DELETE for displaying
      * all fields of the current vendor record.
      * The tax id and bank account go through SHOW-SENSITIVE-VALUE
      * (plmask02.cbl), so the caller must COPY wsmask01.cbl and
      * supply that paragraph - a program with no sign-on supplies
      * one that simply masks.
      ******************************************************************
       DISPLAY-ALL-FIELDS.
            DISPLAY " ".
            PERFORM DISPLAY-VENDOR-TERMS-CODE.
            PERFORM DISPLAY-VENDOR-CURRENCY-ONLY.
            PERFORM DISPLAY-VENDOR-HANDLING-CODE.
            PERFORM DISPLAY-VENDOR-COUNTRY-CODES.
            PERFORM DISPLAY-VENDOR-NONRES-WH-STATE.
            PERFORM DISPLAY-VENDOR-CARD-ISSUER.
            PERFORM DISPLAY-VENDOR-FAMILY.
            PERFORM DISPLAY-VENDOR-BAD-ADDRESS.
            DISPLAY " ".

       DISPLAY-VENDOR-NAME.
            DISPLAY "8. VENDOR PHONE: " VENDOR-PHONE.

       DISPLAY-VENDOR-TAX-ID.
            MOVE VENDOR-TAX-ID TO SENSITIVE-VALUE.
            MOVE "VENDOR-TAX-ID" TO SENSITIVE-FIELD-NAME.
            MOVE VENDOR-NUMBER TO SENSITIVE-RECORD-KEY.
            PERFORM SHOW-SENSITIVE-VALUE.
            DISPLAY "9. VENDOR TAX ID: " SENSITIVE-SHOWN.
            IF VENDOR-TIN-MATCH-CODE NOT = SPACE
                DISPLAY "    IRS TIN MATCH CODE: "
                   VENDOR-TIN-MATCH-CODE

       DISPLAY-VENDOR-EMAIL.
            DISPLAY "12. VENDOR EMAIL: " VENDOR-EMAIL.
            IF VENDOR-EMAIL-BOUNCED
                DISPLAY "    EMAIL BOUNCED - NOTHING IS EMAILED UNTIL "
                   "IT IS CORRECTED".

       DISPLAY-VENDOR-FAX.
            DISPLAY "13. VENDOR FAX: " VENDOR-FAX.
               VENDOR-ABA-ROUTING-NUMBER.

       DISPLAY-VENDOR-BANK-ACCOUNT-NUMBER.
            MOVE VENDOR-BANK-ACCOUNT-NUMBER TO SENSITIVE-VALUE.
            MOVE "VENDOR-BANK-ACCOUNT-NUMBER" TO SENSITIVE-FIELD-NAME.
            MOVE VENDOR-NUMBER TO SENSITIVE-RECORD-KEY.
            PERFORM SHOW-SENSITIVE-VALUE.
            DISPLAY "18. BANK ACCOUNT NUMBER: " SENSITIVE-SHOWN.

       DISPLAY-VENDOR-CLASS.
            DISPLAY "19. VENDOR CLASS: " VENDOR-CLASS.
       DISPLAY-VENDOR-HANDLING-CODE.
            DISPLAY "38. CHECK HANDLING (M/P/C/A): "
               VENDOR-HANDLING-CODE.

       DISPLAY-VENDOR-COUNTRY-CODES.
            DISPLAY "39. VENDOR COUNTRY: "
               VENDOR-COUNTRY-CODE
               " (BLANK = US)".
            DISPLAY "40. REMIT-TO COUNTRY: "
               VENDOR-REMIT-COUNTRY-CODE
               " (BLANK = US)".

      * Kept by the family screen (vndfam01.cbl), not by number here.
       DISPLAY-VENDOR-FAMILY.
            IF NOT VENDOR-HAS-NO-PARENT
                DISPLAY "    IN THE CORPORATE FAMILY OF "
                   VENDOR-PARENT-NUMBER
            ELSE
                IF VENDOR-CHECKS-FAMILY-CREDIT
                    DISPLAY "    CORPORATE FAMILY PARENT - CREDIT "
                       "LIMIT COVERS THE WHOLE FAMILY".

       DISPLAY-VENDOR-NONRES-WH-STATE.
            DISPLAY "41. NONRESIDENT WITHHOLDING STATE: "
               VENDOR-NONRES-WH-STATE
               " (BLANK = NONE)".

       DISPLAY-VENDOR-CARD-ISSUER.
            DISPLAY "42. VIRTUAL-CARD ISSUER: "
               VENDOR-CARD-ISSUER
               " (BLANK = NONE)".

      * Set by the returned-mail screen (rtnmail01.cbl), not by
      * number here - changing the flagged address clears it.
       DISPLAY-VENDOR-BAD-ADDRESS.
            IF VENDOR-MAIN-ADDRESS-BAD
                DISPLAY "    MAIL RETURNED - VENDOR ADDRESS IS BAD, "
                   "CHECKS HELD UNTIL IT IS CORRECTED".
            IF VENDOR-REMIT-ADDRESS-BAD
                DISPLAY "    MAIL RETURNED - REMIT-TO ADDRESS IS BAD, "
                   "CHECKS HELD UNTIL IT IS CORRECTED".
