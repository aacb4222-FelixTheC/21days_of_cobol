      ******************************************************************
      * fdalcr01.cbl
      * Shared-cost allocation rules - the month-end spreadsheet
      * that spread rent, utilities and the telephone bill from
      * the overhead code to the departments, on file. A rule
      * picks the period's vouchers by source vendor, source GL
      * code, or both (zero/spaces = any, but not both any), and
      * spreads them over up to ten target departments by its
      * driver:
      *   "P" fixed percent - each target's ALCR-TARGET-PERCENT,
      *       which must total 100.00;
      *   "H" headcount     - the number of people the phone
      *       directory (fdphone01.cbl) lists in the target's
      *       PHONE-DEPARTMENT, counted live at allocation time.
      * alcexp01.cbl debits each target's GL code with its share
      * and credits the code the cost was vouchered to. The
      * telephone chargeback (telchg01.cbl) takes the GL code for
      * each department's calls from the phone bill's rule.
      * Primary Key - ALCR-KEY (company + rule code)
      ******************************************************************
       fd   allocation-rule-file
            label records are standard.

       01   allocation-rule-record.
            05 alcr-key.
               10 alcr-company             pic 9.
               10 alcr-rule-code           pic x(6).
            05 alcr-description            pic x(30).
            05 alcr-source-vendor          pic 9(5).
            05 alcr-source-gl-code         pic x(6).
            05 alcr-driver                 pic x.
               88 alcr-driver-percent      value "P".
               88 alcr-driver-headcount    value "H".
            05 alcr-status                 pic x.
               88 alcr-rule-active         value "A".
               88 alcr-rule-inactive       value "I".
            05 alcr-target-table.
               10 alcr-target OCCURS 10 TIMES.
                  15 alcr-target-department pic x(10).
                  15 alcr-target-gl-code   pic x(6).
                  15 alcr-target-percent   pic 9(3)v99.
      * The last month alcexp01.cbl allocated under this rule.
            05 alcr-last-month             pic 9(6).
