      ******************************************************************
      * fdamrp01.cbl
      * Prepaid amortization postings - one record per schedule
      * (fdamrt01.cbl) per month amrexp01.cbl amortized it, with
      * the GL batch (fdglbat.cbl) that carried the entry. A month
      * that catches up missed months covers more than one month's
      * share; AMRP-MONTHS-COVERED says how many. These records
      * ARE the batch for a glbat01.cbl re-export, and the
      * amortized column of the roll-forward report (amrrpt01.cbl).
      * Primary Key - AMRP-KEY (voucher + line + month posted)
      ******************************************************************
       fd   amortization-posting-file
            label records are standard.

       01   amortization-posting-record.
            05 amrp-key.
               10 amrp-voucher             pic 9(5).
               10 amrp-line                pic 9(2).
               10 amrp-month               pic 9(6).
            05 amrp-company                pic 9.
            05 amrp-prepaid-gl-code        pic x(6).
            05 amrp-expense-gl-code        pic x(6).
            05 amrp-amount                 pic S9(6)V99.
            05 amrp-months-covered         pic 9(3).
            05 amrp-gl-batch               pic 9(5).
            05 amrp-posted-date            pic 9(8).
