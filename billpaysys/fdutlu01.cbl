      ******************************************************************
      * fdutlu01.cbl
      * Utility consumption - one record per utility voucher, naming
      * the service location (fdutla01.cbl) the bill is for, the
      * meter read dates, the usage billed and its unit, and whether
      * the read was actual or the utility's estimate. UTLU-AMOUNT
      * and UTLU-VOUCHER-DATE follow the voucher as it is changed,
      * so the history stays whole after the voucher is archived.
      * recgen01.cbl leaves a record with no read dates and no read
      * type for a templated utility bill - the usage is keyed in
      * vchmnt01 when the actual bill arrives.
      * Primary Key - UTLU-VOUCHER
      * Alternate Key - UTLU-HISTORY-KEY (location + vendor + read
      *    from date, with duplicates) - a location's bills in
      *    service order for utlrpt01.cbl
      ******************************************************************
       fd   utility-usage-file
            label records are standard.

       01   utility-usage-record.
            05 utlu-voucher                pic 9(5).
            05 utlu-history-key.
               10 utlu-location            pic x(8).
               10 utlu-vendor              pic 9(5).
               10 utlu-read-from           pic 9(8).
            05 utlu-read-thru              pic 9(8).
            05 utlu-company                pic 9.
            05 utlu-usage                  pic 9(7)V99.
            05 utlu-unit                   pic x(5).
            05 utlu-read-type              pic x.
               88 utlu-actual-read         value "A".
               88 utlu-estimated-read      value "E".
               88 utlu-usage-not-keyed     value " ".
            05 utlu-amount                 pic S9(6)V99.
            05 utlu-voucher-date           pic 9(8).
