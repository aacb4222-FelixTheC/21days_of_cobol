      ******************************************************************
      * fdqdef01.cbl
      * Saved ad hoc query definitions - the columns, filters and
      * order an operator built in the query tool (qryrun01.cbl),
      * kept by name so a list finance asks for every month can be
      * run again without keying it all over.
      * Primary Key - QUERY-NAME (the name the operator saved it
      * under)
      *
      * QUERY-COLUMN holds up to ten field numbers from the query
      * tool's field list, in the order they print; zero ends the
      * list. Every filter left at zero/spaces lets everything
      * through: QUERY-COMPANY zero is all companies, a zero
      * from-date or from-vendor is no lower bound and a zero thru
      * no upper one. QUERY-AMOUNT-FILTER "Y" applies the amount
      * range - an amount range of zero to zero is a real question
      * (zero-dollar vouchers), not "any amount".
      * QUERY-INCLUDE-HISTORY "Y" reads the archived vouchers
      * (fdvchhst.cbl) as well as the live file.
      ******************************************************************
       fd   query-definition-file
            label records are standard.

       01   query-definition-record.
            05 query-name                  pic x(20).
            05 query-description           pic x(40).
            05 query-owner                 pic x(10).
            05 query-saved-date            pic 9(8).
            05 query-columns.
               10 query-column             pic 99 occurs 10 times.
            05 query-sort                  pic 9.
            05 query-vendor-from           pic 9(5).
            05 query-vendor-thru           pic 9(5).
            05 query-company               pic 9.
            05 query-date-from             pic 9(8).
            05 query-date-thru             pic 9(8).
            05 query-due-from              pic 9(8).
            05 query-due-thru              pic 9(8).
            05 query-paid-from             pic 9(8).
            05 query-paid-thru             pic 9(8).
            05 query-status                pic x.
               88 query-status-any         value "A" " ".
               88 query-status-open        value "O".
               88 query-status-paid        value "P".
               88 query-status-unapproved  value "U".
               88 query-status-disputed    value "D".
            05 query-gl-code               pic x(6).
            05 query-job-number            pic x(8).
            05 query-po-number             pic 9(5).
            05 query-amount-filter         pic x.
            05 query-amount-from           pic S9(6)v99.
            05 query-amount-thru           pic S9(6)v99.
            05 query-include-history       pic x.
            05 query-output                pic x.
               88 query-output-printed     value "P".
               88 query-output-csv         value "C".
            05 query-last-run-date         pic 9(8).
            05 query-last-run-by           pic x(10).
            05 query-run-count             pic 9(5).
