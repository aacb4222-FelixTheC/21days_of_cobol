      ******************************************************************
      * wsblkt01.cbl
      * Working storage for the blanket consumption figures in
      * plblkt01.cbl. Set BLKT-CHECK-DATE to the date whose cap
      * period is wanted and BLKT-EXCLUDE-PO to a release to leave
      * out (zero leaves none out) before SUM-THE-BLANKET.
      ******************************************************************
       77   blkt-check-date                    pic 9(8).
       77   blkt-exclude-po                    pic 9(5).
       77   blkt-release-count                 pic 9(4).
       77   blkt-released-total                pic s9(9)v99.
       77   blkt-vouchered-total               pic s9(9)v99.
       77   blkt-period-released               pic s9(9)v99.
       77   blkt-committed                     pic s9(9)v99.
       77   blkt-check-period                  pic 9(6).
       77   blkt-work-period                   pic 9(6).
       77   blkt-quarter                       pic 9.
       77   blkt-po-at-end                     pic x.
       01   blkt-work-date.
            05 blkt-work-ccyy                  pic 9(4).
            05 blkt-work-mm                    pic 99.
            05 blkt-work-dd                    pic 99.
       01   blkt-saved-po                      pic x(100).
