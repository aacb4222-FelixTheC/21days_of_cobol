            MOVE STAGING-AMOUNT TO VOUCHER-AMOUNT.
            MOVE STAGING-INVOICE-DATE TO VOUCHER-DATE.
            MOVE STAGING-PO-NUMBER TO VOUCHER-PO-NUMBER.
            ACCEPT VOUCHER-ENTERED-DATE FROM DATE YYYYMMDD.
            MOVE STAGING-RECEIVED-DATE TO VOUCHER-RECEIVED-DATE.
            IF VOUCHER-RECEIVED-DATE = ZEROES
                MOVE VOUCHER-ENTERED-DATE TO VOUCHER-RECEIVED-DATE.
            PERFORM SET-THE-GL-CODE.
            PERFORM SET-THE-DUE-DATE.
            PERFORM SET-THE-APPROVAL-STATUS.
