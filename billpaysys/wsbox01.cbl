      ******************************************************************
      * wsbox01.cbl
      * Working storage for the shared 1099 box split in plbox01.cbl
      * (the box codes are GL-ACCOUNT-1099-BOX's, fdglacct.cbl).
      * The caller has DISTRIBUTION-FILE and GL-ACCOUNT-FILE open.
      *
      * CLEAR-THE-BOX-AMOUNTS zeroes the buckets for a new payee.
      * SPLIT-PAID-INTO-BOXES then takes one voucher - the caller
      * moves its number, amount, GL code and 1099 box (from the
      * live voucher or from history) and the payment being
      * reported into the BOX-VOUCHER- fields - and adds the
      * payment into the buckets. A voucher with distribution
      * lines splits by line, in proportion to the line amounts,
      * each line in its own box; one without goes whole into the
      * voucher's box. A blank box on a line or voucher falls back
      * to its GL account's, and an account with none is the
      * nonemployee compensation every payment used to be.
      * TOTAL-THE-BOX-AMOUNTS refigures the MISC and reportable
      * totals after a caller adds to a bucket itself (ADD-TO-ONE-
      * BOX with BOX-LINE-BOX and BOX-LINE-SHARE set).
      ******************************************************************
       77   box-voucher-number                pic 9(5).
       77   box-voucher-amount                pic s9(6)v99.
       77   box-voucher-gl-code               pic x(6).
       77   box-voucher-box                   pic x.
       77   box-paid-amount                   pic s9(8)v99.

       77   box-line-box                      pic x.
            88 box-line-is-nec                values "N" " ".
            88 box-line-is-rents              value "R".
            88 box-line-is-medical            value "M".
            88 box-line-is-attorney           value "A".
            88 box-line-is-excluded           value "X".
       77   box-last-box                      pic x.
       77   box-line-share                    pic s9(8)v99.
       77   box-split-total                   pic s9(8)v99.
       77   box-has-lines                     pic x.
       77   box-dist-at-end                   pic x.
       77   box-gl-found                      pic x.

      * Reportable = NEC plus the three MISC boxes; the excluded
      * bucket is what was paid but never goes to the IRS.
       01   box-amounts.
            05 box-nec-amount                 pic s9(8)v99.
            05 box-rents-amount               pic s9(8)v99.
            05 box-medical-amount             pic s9(8)v99.
            05 box-attorney-amount            pic s9(8)v99.
            05 box-excluded-amount            pic s9(8)v99.
       77   box-misc-amount                   pic s9(8)v99.
       77   box-reportable-amount             pic s9(8)v99.
