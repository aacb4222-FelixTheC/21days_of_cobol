       77   SCR-DATE                           PIC 9(8) VALUE ZERO.
       77   SCR-DUE                            PIC 9(8) VALUE ZERO.
       77   SCR-DEDUCTIBLE                     PIC X VALUE "Y".
       77   SCR-RECEIVED                       PIC 9(8) VALUE ZERO.
       77   SCR-TODAY                          PIC 9(8) VALUE ZERO.
       77   SCR-ERROR-MESSAGE                  PIC X(70) VALUE SPACE.
       77   SCR-VENDOR-NAME                    PIC X(30) VALUE SPACE.
       77   SCR-CHANGE-VOUCHER                 PIC 9(5) VALUE ZERO.
            05 LINE 10 COL 30 VALUE "(0 = FROM VENDOR TERMS)".
            05 LINE 11 COL 2  VALUE "DEDUCTIBLE (Y/N):".
            05 LINE 11 COL 20 PIC X     USING SCR-DEDUCTIBLE.
            05 LINE 12 COL 2  VALUE "RECEIVED:".
            05 LINE 12 COL 20 PIC 9(8)  USING SCR-RECEIVED.
            05 LINE 12 COL 30 VALUE "(CCYYMMDD - MAILROOM STAMP)".
            05 LINE 20 COL 2  PIC X(70) FROM SCR-ERROR-MESSAGE.

       PROCEDURE DIVISION.
                           SCR-ERROR-MESSAGE.
            MOVE "I" TO SCR-TYPE.
            MOVE "Y" TO SCR-DEDUCTIBLE.
            ACCEPT SCR-TODAY FROM DATE YYYYMMDD.
            MOVE SCR-TODAY TO SCR-RECEIVED.

       ACCEPT-UNTIL-CLEAN.
            MOVE "N" TO SCREEN-IS-CLEAN.
                PERFORM EDIT-SCREEN-GL-CODE.
            IF SCREEN-IS-CLEAN = "Y"
                PERFORM EDIT-SCREEN-DATES.
            IF SCREEN-IS-CLEAN = "Y"
                PERFORM EDIT-SCREEN-RECEIVED.
            IF SCREEN-IS-CLEAN = "Y"
                PERFORM EDIT-SCREEN-DUPLICATE.

                COMPUTE SCR-DUE =
                   FUNCTION DATE-OF-INTEGER (DUE-DATE-INTEGER).

      * The received date starts the cycle-time clock - an add
      * comes up with today in it. Zero is let stand only on a
      * voucher from before the date was kept.
       EDIT-SCREEN-RECEIVED.
            ACCEPT SCR-TODAY FROM DATE YYYYMMDD.
            IF SCR-RECEIVED NOT = ZEROES
                MOVE SCR-RECEIVED TO DATE-CCYYMMDD
                PERFORM CHECK-DATE
                IF NOT DATE-IS-VALID
                    MOVE "RECEIVED DATE IS NOT A VALID DATE"
                       TO SCR-ERROR-MESSAGE
                    MOVE "N" TO SCREEN-IS-CLEAN
                ELSE
                    IF SCR-RECEIVED > SCR-TODAY
                        MOVE "RECEIVED DATE IS IN THE FUTURE"
                           TO SCR-ERROR-MESSAGE
                        MOVE "N" TO SCREEN-IS-CLEAN.

       EDIT-SCREEN-DUPLICATE.
            MOVE "N" TO DUPLICATE-FOUND.
            MOVE "N" TO DUPLICATE-CHECK-AT-END.
            MOVE SCR-DATE TO VOUCHER-DATE.
            MOVE SCR-DUE TO VOUCHER-DUE.
            MOVE SCR-DEDUCTIBLE TO VOUCHER-DEDUCTIBLE.
            MOVE SCR-RECEIVED TO VOUCHER-RECEIVED-DATE.
            ACCEPT VOUCHER-ENTERED-DATE FROM DATE YYYYMMDD.
            MOVE "N" TO VOUCHER-SELECTED.
            MOVE "N" TO VOUCHER-TAXABLE.
            MOVE OPERATOR-ID TO VOUCHER-ENTERED-BY.
            MOVE SCR-DATE TO VOUCHER-DATE.
            MOVE SCR-DUE TO VOUCHER-DUE.
            MOVE SCR-DEDUCTIBLE TO VOUCHER-DEDUCTIBLE.
            MOVE SCR-RECEIVED TO VOUCHER-RECEIVED-DATE.
            PERFORM COMPUTE-SCREEN-DISCOUNT.

       MOVE-VOUCHER-TO-SCREEN.
            MOVE VOUCHER-DATE TO SCR-DATE.
            MOVE VOUCHER-DUE TO SCR-DUE.
            MOVE VOUCHER-DEDUCTIBLE TO SCR-DEDUCTIBLE.
            MOVE VOUCHER-RECEIVED-DATE TO SCR-RECEIVED.
            MOVE SPACES TO SCR-ERROR-MESSAGE.

      *--------------------------------
