      ******************************************************************
      * fdpkup01.cbl
      * Controlled-report pickup log - one record per printed copy
      * set of a controlled report (RDIST-CONTROLLED, fddist01.cbl),
      * written by the report router (splrte01.cbl) when the print
      * job is queued, and signed off in pkplog01.cbl when someone
      * collects it: who collected it, when, and the operator who
      * handed it over.
      * Primary Key - PICKUP-KEY (the spool catalog key of the run
      *    + the distribution line it came from)
      ******************************************************************
       fd   pickup-log-file
            label records are standard.

       01   pickup-log-record.
            05 pickup-key.
               10 pickup-report-id         pic x(8).
               10 pickup-report-date       pic 9(8).
               10 pickup-report-time       pic 9(8).
               10 pickup-dist-line         pic 99.
            05 pickup-report-title         pic x(30).
            05 pickup-recipient            pic x(30).
            05 pickup-destination          pic x(40).
            05 pickup-copies               pic 99.
            05 pickup-placed-date          pic 9(8).
            05 pickup-placed-time          pic 9(8).
            05 pickup-status               pic x.
               88 pickup-is-waiting        value "W".
               88 pickup-is-collected      value "C".
            05 pickup-collected-by         pic x(30).
            05 pickup-collected-date       pic 9(8).
            05 pickup-collected-time       pic 9(8).
            05 pickup-released-by          pic x(10).
