      * vchwl01's preview and the chkrun01/eftrun01 runs. Vouchers
      * for vendors on hold or inactive are skipped - the same vendor
      * statuses voucher entry rejects - and both what was selected
      * and what was skipped (and why) are printed. A voucher held
      * for an outbound wire request (wirreq01) is left alone.
      *
      * A clear-all-selections option un-flags every open voucher for
      * when the run is postponed. Bank account is not a selection
                  VOUCHER-DISPUTE-FLAG NOT = "D" AND
                  VOUCHER-COMPANY = SELECTION-COMPANY AND
                  VOUCHER-SELECTED NOT = "Y" AND
                  NOT VOUCHER-HELD-FOR-WIRE AND
                  VOUCHER-DUE NOT > PAY-THROUGH-DATE AND
                  VOUCHER-VENDOR NOT < FROM-VENDOR AND
                  VOUCHER-VENDOR NOT > THRU-VENDOR
