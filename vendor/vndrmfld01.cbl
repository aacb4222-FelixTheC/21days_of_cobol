            PERFORM ENTER-VENDOR-NAME.
            PERFORM ENTER-VENDOR-ADDRESS-1.
            PERFORM ENTER-VENDOR-ADDRESS-2.
            PERFORM ENTER-VENDOR-COUNTRY.
            PERFORM ENTER-VENDOR-CITY.
            PERFORM ENTER-VENDOR-STATE.
            PERFORM ENTER-VENDOR-ZIP.
            PERFORM ENTER-VENDOR-INSURANCE-EXPIRATION.
            PERFORM ENTER-VENDOR-PAYMENT-METHOD.
            PERFORM ENTER-VENDOR-ACH-FIELDS.
            PERFORM ENTER-VENDOR-CARD-FIELDS.
            PERFORM ENTER-VENDOR-CLASS.
            PERFORM ENTER-VENDOR-CREDIT-LIMIT.
            PERFORM ENTER-VENDOR-PAYMENT-TERMS.
            PERFORM ENTER-VENDOR-TERMS-CODE.
            PERFORM ENTER-VENDOR-CURRENCY-ONLY.
            PERFORM ENTER-VENDOR-HANDLING-CODE.
            PERFORM ENTER-VENDOR-NONRES-WH-STATE.

       ENTER-VENDOR-NAME.
            PERFORM ACCEPT-VENDOR-NAME.
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

      * The country comes ahead of the city line because it decides
      * how the state and zip are edited - a domestic address must
      * carry a STATE-FILE state and a real zip, a foreign one takes
      * its province and postal code as keyed. "US" is stored as
      * blank, like USD in ENTER-VENDOR-CURRENCY-CODE.
       ENTER-VENDOR-COUNTRY.
            PERFORM ACCEPT-VENDOR-COUNTRY.
            PERFORM RE-ACCEPT-VENDOR-COUNTRY
               UNTIL ERROR-MESSAGE = SPACES.

       ACCEPT-VENDOR-COUNTRY.
            MOVE SPACES TO ERROR-MESSAGE.
            DISPLAY "ENTER VENDOR COUNTRY CODE (BLANK = US)".
            ACCEPT VENDOR-COUNTRY-CODE.
            INSPECT VENDOR-COUNTRY-CODE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF VENDOR-COUNTRY-CODE = "US"
                MOVE SPACES TO VENDOR-COUNTRY-CODE.
            IF VENDOR-COUNTRY-CODE NOT = SPACES
                MOVE VENDOR-COUNTRY-CODE TO COUNTRY-CODE
                PERFORM CHECK-COUNTRY-ON-FILE.

       RE-ACCEPT-VENDOR-COUNTRY.
            DISPLAY ERROR-MESSAGE.
            PERFORM ACCEPT-VENDOR-COUNTRY.

       CHECK-COUNTRY-ON-FILE.
            PERFORM READ-COUNTRY-RECORD.
            IF COUNTRY-RECORD-FOUND = "N"
                MOVE "COUNTRY CODE NOT FOUND IN COUNTRY TABLE"
                   TO ERROR-MESSAGE
            ELSE
                DISPLAY "COUNTRY: " COUNTRY-NAME.

       ENTER-VENDOR-CITY.
            PERFORM ACCEPT-VENDOR-CITY.
            PERFORM RE-ACCEPT-VENDOR-CITY
            PERFORM ACCEPT-VENDOR-CITY.

       ENTER-VENDOR-STATE.
            IF VENDOR-ADDRESS-IS-DOMESTIC
                PERFORM ACCEPT-VENDOR-STATE
                PERFORM RE-ACCEPT-VENDOR-STATE
                   UNTIL VENDOR-STATE NOT = SPACE
            ELSE
                PERFORM ENTER-VENDOR-PROVINCE.

       ACCEPT-VENDOR-STATE.
            DISPLAY "ENTER VENDOR STATE".
                MOVE "STATE CODE NOT FOUND IN CODES FILE"
                   TO ERROR-MESSAGE.

      * Outside the US the state field carries the province or
      * region abbreviation, if the country uses one.
       ENTER-VENDOR-PROVINCE.
            DISPLAY "ENTER VENDOR PROVINCE/REGION (BLANK IF NONE)".
            ACCEPT VENDOR-STATE.
            INSPECT VENDOR-STATE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       ENTER-VENDOR-ZIP.
            IF VENDOR-ADDRESS-IS-DOMESTIC
                PERFORM ACCEPT-VENDOR-ZIP
                PERFORM RE-ACCEPT-VENDOR-ZIP
                   UNTIL ERROR-MESSAGE = SPACES
                PERFORM LOOK-UP-VENDOR-ZIP
            ELSE
                PERFORM ENTER-VENDOR-POSTAL-CODE.

       ACCEPT-VENDOR-ZIP.
            DISPLAY "ENTER VENDOR ZIP (NNNNN OR NNNNN-NNNN)".
                END-IF
            END-IF.

      * Foreign postal codes come in too many shapes to edit - taken
      * as keyed, and may be blank where the country has none.
       ENTER-VENDOR-POSTAL-CODE.
            DISPLAY "ENTER VENDOR POSTAL CODE (BLANK IF NONE)".
            ACCEPT VENDOR-ZIP.
            INSPECT VENDOR-ZIP
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       LOOK-UP-VENDOR-ZIP.
            MOVE VENDOR-ZIP(1:5) TO ZIP-CODE.
            PERFORM READ-ZIP-CODE-RECORD.
       ENTER-VENDOR-PAYMENT-METHOD.
            PERFORM ACCEPT-VENDOR-PAYMENT-METHOD.
            PERFORM RE-ACCEPT-VENDOR-PAYMENT-METHOD
               UNTIL VENDOR-PAYS-BY-CHECK OR VENDOR-PAYS-BY-EFT
                  OR VENDOR-PAYS-BY-CARD.

       ACCEPT-VENDOR-PAYMENT-METHOD.
            DISPLAY "ENTER PAYMENT METHOD - C)HECK, E)FT OR".
            DISPLAY "V)IRTUAL CARD".
            ACCEPT VENDOR-PAYMENT-METHOD.
            INSPECT VENDOR-PAYMENT-METHOD
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-VENDOR-PAYMENT-METHOD.
            DISPLAY "YOU MUST ENTER C, E OR V".
            PERFORM ACCEPT-VENDOR-PAYMENT-METHOD.

      * Any change to the banking details restarts the prenote
                MOVE SPACE TO VENDOR-PRENOTE-STATUS
                MOVE ZEROES TO VENDOR-PRENOTE-DATE.

      * A card vendor must name the issuer whose program pays them
      * (cdimnt01); every other vendor carries none.
       ENTER-VENDOR-CARD-FIELDS.
            IF VENDOR-PAYS-BY-CARD
                PERFORM ENTER-VENDOR-CARD-ISSUER
                PERFORM RE-ENTER-VENDOR-CARD-ISSUER
                   UNTIL VENDOR-CARD-ISSUER NOT = SPACES
            ELSE
                MOVE SPACES TO VENDOR-CARD-ISSUER.

       RE-ENTER-VENDOR-CARD-ISSUER.
            DISPLAY "A CARD VENDOR MUST HAVE AN ISSUER".
            PERFORM ENTER-VENDOR-CARD-ISSUER.

      * Blank is allowed here so a change can take the issuer off -
      * the card run then leaves the vendor to the check run.
       ENTER-VENDOR-CARD-ISSUER.
            DISPLAY "ENTER THE VIRTUAL-CARD ISSUER (BLANK = NONE)".
            MOVE SPACES TO VENDOR-CARD-ISSUER.
            ACCEPT VENDOR-CARD-ISSUER.
            INSPECT VENDOR-CARD-ISSUER
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF VENDOR-CARD-ISSUER NOT = SPACES
                MOVE VENDOR-CARD-ISSUER TO CARD-ISSUER-CODE
                MOVE "Y" TO CARD-ISSUER-RECORD-FOUND
                READ CARD-ISSUER-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO CARD-ISSUER-RECORD-FOUND
                END-READ
                IF CARD-ISSUER-RECORD-FOUND = "N"
                    DISPLAY "NO SUCH CARD ISSUER - SET IT UP IN"
                    DISPLAY "CDIMNT01"
                    PERFORM ENTER-VENDOR-CARD-ISSUER
                ELSE
                    DISPLAY "ISSUER: " CARD-ISSUER-NAME.

      * The routing number must prove arithmetically (the 3-7-1
      * check digit) before it is even queued, and the bank's name
      * from the Fed directory echoes back so the operator sees
                PERFORM ENTER-VENDOR-REMIT-NAME
                PERFORM ENTER-VENDOR-REMIT-ADDRESS-1
                PERFORM ENTER-VENDOR-REMIT-ADDRESS-2
                PERFORM ENTER-VENDOR-REMIT-COUNTRY
                PERFORM ENTER-VENDOR-REMIT-CITY
                PERFORM ENTER-VENDOR-REMIT-STATE
                PERFORM ENTER-VENDOR-REMIT-ZIP
                               VENDOR-REMIT-ADDRESS-2
                               VENDOR-REMIT-CITY
                               VENDOR-REMIT-STATE
                               VENDOR-REMIT-ZIP
                               VENDOR-REMIT-COUNTRY-CODE.

       ACCEPT-USE-REMIT-TO.
            DISPLAY "DOES THIS VENDOR USE A SEPARATE REMIT-TO".
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       ENTER-VENDOR-REMIT-COUNTRY.
            PERFORM ACCEPT-VENDOR-REMIT-COUNTRY.
            PERFORM RE-ACCEPT-VENDOR-REMIT-COUNTRY
               UNTIL ERROR-MESSAGE = SPACES.

       ACCEPT-VENDOR-REMIT-COUNTRY.
            MOVE SPACES TO ERROR-MESSAGE.
            DISPLAY "ENTER REMIT-TO COUNTRY CODE (BLANK = US)".
            ACCEPT VENDOR-REMIT-COUNTRY-CODE.
            INSPECT VENDOR-REMIT-COUNTRY-CODE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF VENDOR-REMIT-COUNTRY-CODE = "US"
                MOVE SPACES TO VENDOR-REMIT-COUNTRY-CODE.
            IF VENDOR-REMIT-COUNTRY-CODE NOT = SPACES
                MOVE VENDOR-REMIT-COUNTRY-CODE TO COUNTRY-CODE
                PERFORM CHECK-COUNTRY-ON-FILE.

       RE-ACCEPT-VENDOR-REMIT-COUNTRY.
            DISPLAY ERROR-MESSAGE.
            PERFORM ACCEPT-VENDOR-REMIT-COUNTRY.

       ENTER-VENDOR-REMIT-CITY.
            PERFORM ACCEPT-VENDOR-REMIT-CITY.
            PERFORM RE-ACCEPT-VENDOR-REMIT-CITY
            DISPLAY "REMIT-TO CITY MUST BE ENTERED".
            PERFORM ACCEPT-VENDOR-REMIT-CITY.

      * Same STATE-FILE lookup the primary address gets - and the
      * same free-form province outside the US.
       ENTER-VENDOR-REMIT-STATE.
            PERFORM ACCEPT-VENDOR-REMIT-STATE.
            PERFORM RE-ACCEPT-VENDOR-REMIT-STATE

       ACCEPT-VENDOR-REMIT-STATE.
            MOVE SPACES TO ERROR-MESSAGE.
            IF VENDOR-REMIT-IS-DOMESTIC
                DISPLAY "ENTER REMIT-TO STATE"
            ELSE
                DISPLAY "ENTER REMIT-TO PROVINCE/REGION "
                   "(BLANK IF NONE)".
            ACCEPT VENDOR-REMIT-STATE.
            INSPECT VENDOR-REMIT-STATE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF VENDOR-REMIT-IS-DOMESTIC
                PERFORM CHECK-VENDOR-REMIT-STATE.

       CHECK-VENDOR-REMIT-STATE.
            IF VENDOR-REMIT-STATE = SPACES
                MOVE "REMIT-TO STATE MUST BE ENTERED"
                   TO ERROR-MESSAGE
            DISPLAY ERROR-MESSAGE.
            PERFORM ACCEPT-VENDOR-REMIT-STATE.

      * A foreign remit-to postal code may be blank.
       ENTER-VENDOR-REMIT-ZIP.
            PERFORM ACCEPT-VENDOR-REMIT-ZIP.
            PERFORM RE-ACCEPT-VENDOR-REMIT-ZIP
               UNTIL VENDOR-REMIT-ZIP NOT = SPACE OR
                     NOT VENDOR-REMIT-IS-DOMESTIC.

       ACCEPT-VENDOR-REMIT-ZIP.
            IF VENDOR-REMIT-IS-DOMESTIC
                DISPLAY "ENTER REMIT-TO ZIP"
            ELSE
                DISPLAY "ENTER REMIT-TO POSTAL CODE (BLANK IF NONE)".
            ACCEPT VENDOR-REMIT-ZIP.
            INSPECT VENDOR-REMIT-ZIP
               CONVERTING LOWER-ALPHA
                DISPLAY "YOU MUST ENTER M, P, C, OR A"
                PERFORM ENTER-VENDOR-HANDLING-CODE.

      * The state must be on the withholding table (stwmnt01) -
      * without a rate there the runs would have nothing to take -
      * and cannot be the vendor's own, since a resident is not
      * withheld on.
       ENTER-VENDOR-NONRES-WH-STATE.
            DISPLAY "ENTER THE STATE THAT WITHHOLDS ON THIS VENDOR'S".
            DISPLAY "SERVICES AS A NONRESIDENT (BLANK = NONE)".
            MOVE SPACES TO VENDOR-NONRES-WH-STATE.
            ACCEPT VENDOR-NONRES-WH-STATE.
            INSPECT VENDOR-NONRES-WH-STATE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF VENDOR-NONRES-WH-STATE NOT = SPACES
                MOVE VENDOR-NONRES-WH-STATE TO STWH-STATE
                MOVE "Y" TO STWH-RECORD-FOUND
                READ STATE-WITHHOLDING-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO STWH-RECORD-FOUND
                END-READ
                IF STWH-RECORD-FOUND = "N"
                    DISPLAY "NO WITHHOLDING RATE FOR THAT STATE -"
                    DISPLAY "SET IT UP IN STWMNT01"
                    PERFORM ENTER-VENDOR-NONRES-WH-STATE
                ELSE
                    IF VENDOR-ADDRESS-IS-DOMESTIC AND
                          VENDOR-NONRES-WH-STATE = VENDOR-STATE
                        DISPLAY "THE VENDOR IS A RESIDENT OF THAT STATE"
                        PERFORM ENTER-VENDOR-NONRES-WH-STATE.

      *--------------------------------
      * SHARED PHONE/FAX FORMAT CHECK
      * Accepts NNN-NNN-NNNN or (NNN)NNN-NNNN, left-justified with
