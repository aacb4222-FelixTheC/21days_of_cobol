      ******************************************************************
      * fdlsep01.cbl
      * Lease journal postings - every line lsejnl01.cbl booked for a
      * lease in a month, one record per GL side:
      *   "C" commencement - the ROU asset against the liability
      *       (and the ROU adjustment out of the payment code), in
      *       the month of period 1;
      *   "I" interest     - interest expense against the liability;
      *   "A" amortization - amortization expense against the ROU
      *       accumulated amortization;
      *   "P" payment      - the liability against the payment code
      *       for the rent vouchers found paid.
      * LSEP-PERIOD is the schedule period (fdlsch01.cbl) the line
      * came from, zero for a payment line. These records ARE the
      * batch for a glbat01.cbl re-export.
      * Primary Key - LSEP-KEY (month + company + lease + sequence)
      ******************************************************************
       fd   lease-posting-file
            label records are standard.

       01   lease-posting-record.
            05 lsep-key.
               10 lsep-month               pic 9(6).
               10 lsep-company             pic 9.
               10 lsep-lease               pic 9(4).
               10 lsep-sequence            pic 9(3).
            05 lsep-side                   pic x.
               88 lsep-debit-side          value "D".
               88 lsep-credit-side         value "C".
            05 lsep-type                   pic x.
               88 lsep-commencement        value "C".
               88 lsep-interest            value "I".
               88 lsep-amortization        value "A".
               88 lsep-payment             value "P".
            05 lsep-period                 pic 9(3).
            05 lsep-gl-code                pic x(6).
            05 lsep-amount                 pic S9(9)V99.
            05 lsep-gl-batch               pic 9(5).
            05 lsep-posted-date            pic 9(8).
