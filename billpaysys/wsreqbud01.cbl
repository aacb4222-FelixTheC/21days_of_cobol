      ******************************************************************
      * wsreqbud01.cbl
      * Working storage for the requisition budget check in
      * plreqbud01.cbl - one table entry for each GL code on the
      * requisition, holding what the requisition asks of the code,
      * the period budget, and what is already spent or committed
      * against it. REQBUD-OVER-BUDGET comes back "Y" when any code
      * is short.
      ******************************************************************
       77   reqbud-over-budget                 pic x.
       77   reqbud-requisition                 pic 9(6).
       77   reqbud-period                      pic 9(6).
       77   reqbud-at-end                      pic x.
       77   reqbud-look-gl                     pic x(6).
       77   reqbud-gl-found                    pic 99.
       77   reqbud-gl-index                    pic 99.
       77   reqbud-gl-count                    pic 99.
       77   reqbud-last-header                 pic 9(6).
       77   reqbud-header-counts               pic x.
       77   reqbud-po-balance                  pic s9(9)v99.
       77   reqbud-available                   pic s9(9)v99.
       77   reqbud-amount-field                pic zzz,zzz,zz9.99-.
       77   reqbud-available-field             pic zzz,zzz,zz9.99-.
       77   reqbud-asked-field                 pic zzz,zzz,zz9.99-.
       01   reqbud-saved-requisition           pic x(160).
       01   reqbud-table.
            05 reqbud-entry                    occurs 20 times.
               10 reqbud-gl-code               pic x(6).
               10 reqbud-asked                 pic s9(9)v99.
               10 reqbud-budgeted              pic x.
               10 reqbud-budget                pic s9(9)v99.
               10 reqbud-committed             pic s9(9)v99.
