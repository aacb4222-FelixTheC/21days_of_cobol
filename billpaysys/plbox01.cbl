      ******************************************************************
      * plbox01.cbl
      * Shared 1099 box split - see wsbox01.cbl for the working
      * storage and the calling protocol.
      ******************************************************************
       clear-the-box-amounts.
            move zero to box-nec-amount
                         box-rents-amount
                         box-medical-amount
                         box-attorney-amount
                         box-excluded-amount
                         box-misc-amount
                         box-reportable-amount.

      * The lines' shares are rounded one at a time, so whatever
      * pennies are left over go to the box of the last line.
       split-paid-into-boxes.
            move zero to box-split-total.
            move "N" to box-has-lines.
            move space to box-last-box.
            if box-voucher-amount not = zero
                perform start-the-box-lines
                perform split-one-box-line
                   until box-dist-at-end = "Y".
            if box-has-lines = "N"
                move box-voucher-box to box-line-box
                if box-line-box = space
                    move box-voucher-gl-code to gl-account-code
                    perform look-up-the-gl-box
                end-if
                move box-paid-amount to box-line-share
                perform add-to-one-box
            else
                compute box-line-share =
                   box-paid-amount - box-split-total
                if box-line-share not = zero
                    move box-last-box to box-line-box
                    perform add-to-one-box.
            perform total-the-box-amounts.

       total-the-box-amounts.
            compute box-misc-amount =
               box-rents-amount + box-medical-amount
                  + box-attorney-amount.
            compute box-reportable-amount =
               box-nec-amount + box-misc-amount.

       start-the-box-lines.
            move "N" to box-dist-at-end.
            move box-voucher-number to dist-voucher-number.
            move zeroes to dist-line-number.
            start distribution-file
               key is not less than distribution-key
               invalid key
               move "Y" to box-dist-at-end.

       split-one-box-line.
            read distribution-file next record
               at end move "Y" to box-dist-at-end.
            if box-dist-at-end not = "Y"
                if dist-voucher-number not = box-voucher-number
                    move "Y" to box-dist-at-end
                else
                    move "Y" to box-has-lines
                    move dist-1099-box to box-line-box
                    if box-line-box = space
                        move dist-gl-code to gl-account-code
                        perform look-up-the-gl-box
                    end-if
                    compute box-line-share rounded =
                       box-paid-amount * dist-amount
                          / box-voucher-amount
                    add box-line-share to box-split-total
                    move box-line-box to box-last-box
                    perform add-to-one-box.

       look-up-the-gl-box.
            move "Y" to box-gl-found.
            read gl-account-file record
               invalid key
               move "N" to box-gl-found.
            if box-gl-found = "Y"
                move gl-account-1099-box to box-line-box
            else
                move space to box-line-box.

       add-to-one-box.
            if box-line-is-rents
                add box-line-share to box-rents-amount
            else if box-line-is-medical
                add box-line-share to box-medical-amount
            else if box-line-is-attorney
                add box-line-share to box-attorney-amount
            else if box-line-is-excluded
                add box-line-share to box-excluded-amount
            else
                add box-line-share to box-nec-amount.
