      * entry will not post until the operator confirms the callback
      * verification to a known vendor phone number was done, and a
      * SECOND operator with check-run authority signs the posting
      * off at the terminal. A wire AP originates itself goes
      * through the wire request queue instead (wirreq01, wirapp01,
      * wirsnd01), which builds the bank's wire file and posts the
      * same way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. manpay01.
                        DISPLAY "VOUCHER IS HELD - NOT PAYABLE"
                        MOVE "N" TO VOUCHER-RECORD-FOUND
                    ELSE
                        IF VOUCHER-HELD-FOR-WIRE
                            DISPLAY "VOUCHER IS ON A WIRE REQUEST"
                            MOVE "N" TO VOUCHER-RECORD-FOUND
                        ELSE
                            PERFORM CHECK-VOUCHER-VENDOR.

       CHECK-VOUCHER-VENDOR.
            IF PAYMENT-VENDOR = ZERO
