      ******************************************************************
      * fdlease01.cbl
      * Lease register - one record per building or equipment lease
      * the company is lessee on, for the balance-sheet lease
      * accounting that used to live in a spreadsheet. The rent
      * itself is still vouchered every month from a recurring
      * template (fdrecur.cbl, LEASE-RECUR-TEMPLATE); this record
      * carries what the accounting needs on top of it:
      *   LEASE-CLASS      "O" operating - one straight-line lease
      *                        cost a month, the ROU amortization
      *                        being that cost less the interest;
      *                    "F" finance - interest plus straight-
      *                        line amortization of the ROU asset;
      *   LEASE-TIMING     "A" rent paid in advance (first of the
      *                        period), "R" in arrears;
      *   LEASE-DISCOUNT-RATE - the annual rate (incremental
      *                        borrowing rate) the payments are
      *                        discounted at, monthly compounding;
      *   LEASE-STEP       the payment schedule - from lease period
      *                        LEASE-STEP-FROM-PERIOD on, the monthly
      *                        payment is LEASE-STEP-PAYMENT; step 1
      *                        starts at period 1 and each later step
      *                        is an escalation (or a free-rent
      *                        month at zero);
      *   LEASE-ROU-ADJUSTMENT - initial direct costs and rent paid
      *                        before commencement, less incentives
      *                        received: the ROU asset is the
      *                        liability plus this.
      * The GL codes: the liability, the ROU asset, the ROU
      * accumulated amortization, interest expense and amortization
      * expense (for an operating lease both of these are the single
      * lease cost account), and LEASE-PAYMENT-GL-CODE - the code the
      * rent vouchers are charged to, which the lease journal clears
      * into the liability as they are paid.
      * lsemnt01.cbl keys the lease and builds the month-by-month
      * schedule (fdlsch01.cbl) from it, filling in the computed
      * LEASE-TERM-MONTHS, LEASE-INITIAL-LIABILITY, LEASE-INITIAL-ROU
      * and LEASE-TOTAL-PAYMENTS. LEASE-BOOKED-THROUGH is the month a
      * lease taken over from the spreadsheet was already booked
      * through (zero for a new lease); lsejnl01.cbl journals the
      * months after it and moves LEASE-LAST-MONTH-POSTED along.
      * LEASE-PAID-THROUGH-DATE is the last payment date the journal
      * has cleared rent vouchers through - a payment dated after it
      * is picked up by the next run, whatever month it falls in.
      * Primary Key - LEASE-NUMBER (operator-assigned)
      ******************************************************************
       fd   lease-file
            label records are standard.

       01   lease-record.
            05 lease-number                pic 9(4).
            05 lease-company               pic 9.
            05 lease-vendor                pic 9(5).
            05 lease-description           pic x(30).
            05 lease-class                 pic x.
               88 lease-is-operating       value "O".
               88 lease-is-finance         value "F".
            05 lease-recur-template        pic 9(4).
            05 lease-commence-date         pic 9(8).
            05 lease-end-date              pic 9(8).
            05 lease-term-months           pic 9(3).
            05 lease-timing                pic x.
               88 lease-paid-in-advance    value "A".
               88 lease-paid-in-arrears    value "R".
            05 lease-discount-rate         pic 9(2)v9(4).
            05 lease-rou-adjustment        pic S9(7)V99.
            05 lease-step-table.
               10 lease-step OCCURS 30 TIMES.
                  15 lease-step-from-period pic 9(3).
                  15 lease-step-payment    pic 9(7)v99.
            05 lease-liability-gl-code     pic x(6).
            05 lease-rou-gl-code           pic x(6).
            05 lease-rou-amort-gl-code     pic x(6).
            05 lease-interest-gl-code      pic x(6).
            05 lease-amort-gl-code         pic x(6).
            05 lease-payment-gl-code       pic x(6).
            05 lease-initial-liability     pic S9(9)V99.
            05 lease-initial-rou           pic S9(9)V99.
            05 lease-total-payments        pic S9(9)V99.
            05 lease-booked-through        pic 9(6).
            05 lease-last-month-posted     pic 9(6).
            05 lease-paid-through-date     pic 9(8).
