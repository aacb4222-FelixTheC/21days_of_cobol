            IF REGISTER-TYPE-EFT
                DISPLAY "TYPE:    EFT PAYMENT"
            ELSE
                IF REGISTER-TYPE-CARD
                    DISPLAY "TYPE:    VIRTUAL CARD PAYMENT"
                ELSE
                    DISPLAY "TYPE:    CHECK".

       DECODE-REGISTER-STATUS.
            IF REGISTER-STATUS-OPEN
