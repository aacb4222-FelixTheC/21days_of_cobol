      ******************************************************************
      * plstw01.cbl
      * Shared state nonresident withholding - see wsstw01.cbl for
      * the working storage and the calling protocol.
      ******************************************************************
       compute-state-withholding.
            move "N" to stw-applies.
            move zero to stw-withheld-amount.
            if stw-gross-amount > zero and
                  not vendor-no-state-withholding
                move vendor-nonres-wh-state to stwh-state
                move "Y" to stw-applies
                read state-withholding-file record
                   invalid key
                   move "N" to stw-applies.
            if stw-applies = "Y"
                perform sum-state-year-to-date
                if stw-year-to-date + stw-gross-amount >
                      stwh-threshold
                    compute stw-withheld-amount rounded =
                       stw-gross-amount * stwh-rate / 100.

      * The vendor's regime "S" ledger records for the state, from
      * the first of the payment's year up to it.
       sum-state-year-to-date.
            move zero to stw-year-to-date.
            divide stw-pay-date by 10000 giving stw-year.
            compute stw-year-start = stw-year * 10000 + 101.
            compute stw-year-end = stw-year * 10000 + 1231.
            move "N" to stw-ledger-at-end.
            move vendor-number to bwh-vendor.
            move stw-year-start to bwh-date.
            move zeroes to bwh-check-no.
            move space to bwh-regime.
            start backup-withholding-file
               key is not less than bwh-key
               invalid key
               move "Y" to stw-ledger-at-end.
            perform add-one-state-ledger-record
               until stw-ledger-at-end = "Y".

       add-one-state-ledger-record.
            read backup-withholding-file next record
               at end move "Y" to stw-ledger-at-end.
            if stw-ledger-at-end not = "Y"
                if bwh-vendor not = vendor-number or
                      bwh-date > stw-year-end
                    move "Y" to stw-ledger-at-end
                else
                    if bwh-regime-state and
                          bwh-state = vendor-nonres-wh-state
                        add bwh-gross-amount to stw-year-to-date.

       write-state-withholding-record.
            move vendor-number to bwh-vendor.
            move stw-pay-date to bwh-date.
            move stw-check-no to bwh-check-no.
            move "S" to bwh-regime.
            move stw-gross-amount to bwh-gross-amount.
            move stw-withheld-amount to bwh-withheld-amount.
            move stw-bank-account to bwh-bank-account.
            move stw-payment-type to bwh-payment-type.
            move zeroes to bwh-remitted-date.
            move vendor-nonres-wh-state to bwh-state.
            write backup-withholding-record
               invalid key
               display "ERROR WRITING STATE WITHHOLDING RECORD".
            add stw-withheld-amount to stw-withheld-total.
