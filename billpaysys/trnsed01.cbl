            MOVE "C" TO VENDOR-PAYMENT-METHOD.
            MOVE "N" TO VENDOR-PRENOTE-STATUS.
            MOVE ZEROES TO VENDOR-PRENOTE-DATE.
      * The parent number would point back into production.
            MOVE ZEROES TO VENDOR-PARENT-NUMBER.
            MOVE "N" TO VENDOR-FAMILY-CREDIT.
            WRITE VENDOR-RECORD
               INVALID KEY
               DISPLAY "DUPLICATE VENDOR NUMBER "
