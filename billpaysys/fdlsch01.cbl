      ******************************************************************
      * fdlsch01.cbl
      * Lease amortization schedule - one record per lease
      * (fdlease01.cbl) per month of its term, built by lsemnt01.cbl
      * whenever the lease's terms are keyed or changed, and not
      * touched again once the month is journaled. Period 1 is the
      * commencement month. Each record carries both schedules:
      *   liability - opening balance, the month's payment and
      *               interest at the discount rate, closing balance
      *               (the payment comes off before the interest for
      *               rent paid in advance, after it in arrears);
      *   ROU asset - the month's amortization and the closing net
      *               book value.
      * The last period takes the rounding pennies so both close at
      * zero. lsejnl01.cbl stamps LSCH-GL-BATCH and LSCH-POSTED-DATE
      * when it journals the month, and on the last month a run
      * posted, LSCH-PAID-AMOUNT - the rent vouchers it found paid
      * and cleared to the liability.
      * Primary Key - LSCH-KEY (lease number + period)
      ******************************************************************
       fd   lease-schedule-file
            label records are standard.

       01   lease-schedule-record.
            05 lsch-key.
               10 lsch-lease               pic 9(4).
               10 lsch-period              pic 9(3).
            05 lsch-month                  pic 9(6).
            05 lsch-payment                pic S9(7)V99.
            05 lsch-opening-liability      pic S9(9)V99.
            05 lsch-interest               pic S9(7)V99.
            05 lsch-closing-liability      pic S9(9)V99.
            05 lsch-amortization           pic S9(7)V99.
            05 lsch-closing-rou            pic S9(9)V99.
            05 lsch-gl-batch               pic 9(5).
            05 lsch-posted-date            pic 9(8).
            05 lsch-paid-amount            pic S9(7)V99.
