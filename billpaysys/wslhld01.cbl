      ******************************************************************
      * wslhld01.cbl
      * Working storage for the shared legal-hold check in
      * pllhld01.cbl. The caller moves what it is about to purge to
      * HOLD-CHECK-VENDOR, HOLD-CHECK-VOUCHER and HOLD-CHECK-DATE
      * and PERFORMs CHECK-LEGAL-HOLD; HOLD-CHECK-FOUND comes back
      * "Y" when a placed hold covers it, with the matter code in
      * HOLD-CHECK-MATTER.
      *   - A zero voucher is a vendor-level record (the master, a
      *     vendor audit line): any placed hold on the vendor
      *     covers it, whatever the hold's dates or voucher list.
      *   - A zero date skips the hold's date range.
      *   - A zero vendor is a record that belongs to no one
      *     vendor (a spooled report): it is covered when its date
      *     falls inside any dated hold, for any vendor.
      ******************************************************************
       77   hold-check-vendor                 pic 9(5).
       77   hold-check-voucher                pic 9(5).
       77   hold-check-date                   pic 9(8).
       77   hold-check-found                  pic x.
       77   hold-check-matter                 pic x(8).
       77   hold-scan-at-end                  pic x.
       77   hold-covers-it                    pic x.
       77   hold-voucher-index                pic 9(2).
