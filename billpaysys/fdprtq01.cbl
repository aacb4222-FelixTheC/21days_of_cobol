      ******************************************************************
      * fdprtq01.cbl
      * Print job queue - one record per spooled report to be
      * printed for one recipient, written by the report router
      * (splrte01.cbl) from the distribution table (fddist01.cbl).
      * A "P" job goes to the named printer; a "T" job is printed
      * in the print room and filed in the named pickup tray. The
      * print room marks each job "D" done with the date.
      * PRTQ-CONTROLLED "Y" is a controlled report - it is on the
      * pickup log (fdpkup01.cbl) and is handed over only against
      * a signature.
      * Primary Key - PRTQ-KEY (the spool catalog key of the run
      *    + the distribution line it came from)
      ******************************************************************
       fd   print-queue-file
            label records are standard.

       01   print-queue-record.
            05 prtq-key.
               10 prtq-report-id           pic x(8).
               10 prtq-report-date         pic 9(8).
               10 prtq-report-time         pic 9(8).
               10 prtq-dist-line           pic 99.
            05 prtq-destination-kind       pic x.
               88 prtq-to-printer          value "P".
               88 prtq-to-tray             value "T".
            05 prtq-destination            pic x(40).
            05 prtq-recipient              pic x(30).
            05 prtq-copies                 pic 99.
            05 prtq-report-title           pic x(30).
            05 prtq-file-name              pic x(30).
            05 prtq-controlled             pic x.
            05 prtq-queued-date            pic 9(8).
            05 prtq-queued-time            pic 9(8).
            05 prtq-status                 pic x.
               88 prtq-is-queued           value "Q".
               88 prtq-is-done             value "D".
            05 prtq-done-date              pic 9(8).
