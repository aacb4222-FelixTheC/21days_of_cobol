      ******************************************************************
      * fddist01.cbl
      * Report distribution table - who gets each spooled report
      * (fdsplcat.cbl) and how. The router splrte01.cbl reads it
      * for every newly spooled run and queues the copies; the
      * table is kept with dstmnt01.cbl.
      * Primary Key - RDIST-KEY (report id + line number)
      *
      * Line 00 is the report's own line: RDIST-RECIPIENT carries
      * the report's description and RDIST-CONTROLLED "Y" marks a
      * controlled report (check registers, the positive-pay
      * list) - every printed copy of it goes on the pickup log
      * (fdpkup01.cbl) to be signed for, and it is never emailed.
      * Lines 01-99 are the recipients, each with a destination:
      *   "P" a named printer     - RDIST-DESTINATION is the printer
      *   "E" an email address    - RDIST-DESTINATION is the address
      *   "T" a department pickup tray - RDIST-DESTINATION names
      *       the tray; the print room prints it and files it there
      * and the number of copies (ignored for email).
      ******************************************************************
       fd   report-distribution-file
            label records are standard.

       01   report-dist-record.
            05 rdist-key.
               10 rdist-report-id          pic x(8).
               10 rdist-line               pic 99.
            05 rdist-recipient             pic x(30).
            05 rdist-destination-kind      pic x.
               88 rdist-to-printer         value "P".
               88 rdist-to-email           value "E".
               88 rdist-to-tray            value "T".
               88 rdist-kind-is-valid      values "P" "E" "T".
            05 rdist-destination           pic x(40).
            05 rdist-copies                pic 99.
            05 rdist-controlled            pic x.
               88 rdist-report-controlled  value "Y".
