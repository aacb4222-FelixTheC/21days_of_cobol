      ******************************************************************
      * fdamrt01.cbl
      * Prepaid-expense amortization schedule - one record per
      * voucher coding line the clerk flags as prepaid at entry
      * (an annual insurance premium, a software subscription).
      * The line's own GL code is the prepaid asset the voucher
      * accrues to through glexp01.cbl; amrexp01.cbl then moves an
      * even share a month out of it into the expense code kept
      * here, from the start month for the number of months, the
      * last month taking the rounding pennies. Each month posted
      * leaves an fdamrp01.cbl record behind it.
      * AMRT-ADDED-MONTH is the VOUCHER-DATE month - the month the
      * prepaid balance went up - for the roll-forward report.
      * A schedule is finished when AMRT-MONTHS-POSTED reaches
      * AMRT-MONTHS.
      * Primary Key - AMRT-KEY (voucher number + line; line 0 is
      *    a single-code voucher's header coding)
      ******************************************************************
       fd   amortization-file
            label records are standard.

       01   amortization-record.
            05 amrt-key.
               10 amrt-voucher             pic 9(5).
               10 amrt-line                pic 9(2).
            05 amrt-company                pic 9.
            05 amrt-vendor                 pic 9(5).
            05 amrt-prepaid-gl-code        pic x(6).
            05 amrt-expense-gl-code        pic x(6).
            05 amrt-added-month            pic 9(6).
            05 amrt-start-month            pic 9(6).
            05 amrt-months                 pic 9(3).
            05 amrt-total-amount           pic S9(6)V99.
            05 amrt-amortized-amount       pic S9(6)V99.
            05 amrt-months-posted          pic 9(3).
            05 amrt-last-month-posted      pic 9(6).
            05 amrt-created-by             pic x(10).
            05 amrt-created-date           pic 9(8).
