      ******************************************************************
      * fdalcp01.cbl
      * Shared-cost allocation postings - what alcexp01.cbl booked
      * for a rule (fdalcr01.cbl) in a month: one "D" record per
      * target department debited with its share, carrying the
      * driver count and percent that share was figured on, and
      * one "C" record per GL code the cost was credited out of.
      * A rule with postings for a month is not allocated again
      * for that month. These records ARE the batch for a
      * glbat01.cbl re-export.
      * Primary Key - ALCP-KEY (month + company + rule + sequence)
      ******************************************************************
       fd   allocation-posting-file
            label records are standard.

       01   allocation-posting-record.
            05 alcp-key.
               10 alcp-month               pic 9(6).
               10 alcp-company             pic 9.
               10 alcp-rule-code           pic x(6).
               10 alcp-sequence            pic 9(3).
            05 alcp-side                   pic x.
               88 alcp-debit-side          value "D".
               88 alcp-credit-side         value "C".
            05 alcp-gl-code                pic x(6).
            05 alcp-department             pic x(10).
            05 alcp-driver-count           pic 9(5).
            05 alcp-percent                pic 9(3)v9(4).
            05 alcp-amount                 pic S9(7)V99.
            05 alcp-gl-batch               pic 9(5).
            05 alcp-posted-date            pic 9(8).
