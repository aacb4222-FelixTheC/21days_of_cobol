      ******************************************************************
      * fdemlq01.cbl
      * Outbound email queue - one record per spooled report to be
      * mailed to one recipient, written by the report router
      * (splrte01.cbl) from the distribution table (fddist01.cbl).
      * The mail gateway takes the "Q" entries, sends the spooled
      * file as the attachment, and marks each "S" sent or "F"
      * failed with the date.
      * Primary Key - EMAILQ-KEY (the spool catalog key of the run
      *    + the distribution line it came from)
      ******************************************************************
       fd   email-queue-file
            label records are standard.

       01   email-queue-record.
            05 emailq-key.
               10 emailq-report-id         pic x(8).
               10 emailq-report-date       pic 9(8).
               10 emailq-report-time       pic 9(8).
               10 emailq-dist-line         pic 99.
            05 emailq-recipient            pic x(30).
            05 emailq-address              pic x(40).
            05 emailq-subject              pic x(50).
            05 emailq-file-name            pic x(30).
            05 emailq-queued-date          pic 9(8).
            05 emailq-queued-time          pic 9(8).
            05 emailq-status               pic x.
               88 emailq-is-queued         value "Q".
               88 emailq-is-sent           value "S".
               88 emailq-has-failed        value "F".
            05 emailq-sent-date            pic 9(8).
