      ******************************************************************
      * pllhld01.cbl
      * Shared legal-hold check - see wslhld01.cbl for the working
      * storage and the calling protocol, and fdlhld01.cbl for the
      * register. The caller must have LEGAL-HOLD-FILE open (INPUT
      * is enough). Released holds are passed over; the first
      * placed hold that covers the record ends the scan.
      * JUDGE-ONE-LEGAL-HOLD works on whatever hold record is in
      * the buffer, so a program walking the register itself
      * (lhdrpt01.cbl) can ask the same question of each hold.
      ******************************************************************
       check-legal-hold.
            move "N" to hold-check-found.
            move spaces to hold-check-matter.
            move "N" to hold-scan-at-end.
            move hold-check-vendor to lhld-vendor.
            move low-values to lhld-matter.
            start legal-hold-file
               key is not less than lhld-key
               invalid key
               move "Y" to hold-scan-at-end.
            perform scan-one-legal-hold
               until hold-scan-at-end = "Y".

       scan-one-legal-hold.
            read legal-hold-file next record
               at end move "Y" to hold-scan-at-end.
            if hold-scan-at-end not = "Y"
                if hold-check-vendor not = zeroes and
                      lhld-vendor not = hold-check-vendor
                    move "Y" to hold-scan-at-end
                else
                    perform judge-one-legal-hold
                    if hold-covers-it = "Y"
                        move "Y" to hold-check-found
                        move lhld-matter to hold-check-matter
                        move "Y" to hold-scan-at-end.

       judge-one-legal-hold.
            move "Y" to hold-covers-it.
            if not lhld-hold-placed
                move "N" to hold-covers-it.
            if hold-check-vendor = zeroes and
                  lhld-from-date = zeroes and
                  lhld-thru-date = zeroes
                move "N" to hold-covers-it.
            if hold-check-vendor = zeroes or
                  hold-check-voucher not = zeroes
                perform judge-the-hold-narrowing.

       judge-the-hold-narrowing.
            if hold-check-date not = zeroes
                if lhld-from-date not = zeroes and
                      hold-check-date < lhld-from-date
                    move "N" to hold-covers-it
                end-if
                if lhld-thru-date not = zeroes and
                      hold-check-date > lhld-thru-date
                    move "N" to hold-covers-it
                end-if.
            if hold-check-voucher not = zeroes and
                  lhld-voucher-count > zero and
                  hold-covers-it = "Y"
                move "N" to hold-covers-it
                perform match-one-held-voucher
                   varying hold-voucher-index from 1 by 1
                   until hold-voucher-index > lhld-voucher-count.

       match-one-held-voucher.
            if lhld-voucher (hold-voucher-index) = hold-check-voucher
                move "Y" to hold-covers-it.
