      ******************************************************************
      * plblkt01.cbl
      * Blanket consumption. Reads every release of the blanket in
      * BLANKET-RECORD (the purchase orders carrying its number,
      * fdpo01.cbl) and returns the count of releases, what they
      * commit against the authorization (BLKT-RELEASED-TOTAL),
      * what has been vouchered against them (BLKT-VOUCHERED-TOTAL),
      * and what was released in the cap period holding
      * BLKT-CHECK-DATE (BLKT-PERIOD-RELEASED - zero when the
      * blanket has no per-period cap). An open release commits
      * the greater of its amount and what has been vouchered; a
      * closed one only what was vouchered, the rest going back to
      * the blanket. The release in BLKT-EXCLUDE-PO is left out so
      * a release can be tested against the rest. The caller must
      * have PURCHASE-ORDER-FILE open and wsblkt01.cbl in working
      * storage. The PO record is put back as it was; the file
      * position is not.
      ******************************************************************
       sum-the-blanket.
            move purchase-order-record to blkt-saved-po.
            move zero to blkt-release-count
                         blkt-released-total
                         blkt-vouchered-total
                         blkt-period-released.
            move blkt-check-date to blkt-work-date.
            perform blkt-period-of-date.
            move blkt-work-period to blkt-check-period.
            move zeroes to po-number.
            move "N" to blkt-po-at-end.
            start purchase-order-file
               key is not less than po-number
               invalid key
               move "Y" to blkt-po-at-end.
            perform blkt-add-one-release
               until blkt-po-at-end = "Y".
            move blkt-saved-po to purchase-order-record.

       blkt-add-one-release.
            read purchase-order-file next record
               at end move "Y" to blkt-po-at-end.
            if blkt-po-at-end not = "Y"
                if po-blanket-number = blanket-number and
                      po-number not = blkt-exclude-po
                    add 1 to blkt-release-count
                    perform blkt-committed-of-release
                    add blkt-committed to blkt-released-total
                    add po-vouchered-amount to blkt-vouchered-total
                    if not blanket-not-capped
                        move po-date to blkt-work-date
                        perform blkt-period-of-date
                        if blkt-work-period = blkt-check-period
                            add blkt-committed
                               to blkt-period-released.

       blkt-committed-of-release.
            if po-status-closed or
                  po-vouchered-amount > po-expected-amount
                move po-vouchered-amount to blkt-committed
            else
                move po-expected-amount to blkt-committed.

      * The cap period of BLKT-WORK-DATE - CCYYMM for a monthly
      * cap, CCYY and the quarter (CCYY0Q) for a quarterly one.
       blkt-period-of-date.
            if blanket-capped-quarterly
                compute blkt-quarter = (blkt-work-mm + 2) / 3
                compute blkt-work-period =
                   blkt-work-ccyy * 100 + blkt-quarter
            else
                move blkt-work-date (1 : 6) to blkt-work-period.
