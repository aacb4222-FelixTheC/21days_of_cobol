      ******************************************************************
      * fdpcs01.cbl
      * Petty-cash slips - each payout from a fund's box, keyed in
      * pcslp01.cbl with who was paid, the GL code and job it costs
      * to, and the amount. A slip is Unreplenished until
      * pcrpl01.cbl rolls it into the custodian's replenishment
      * voucher; it is then Replenished and carries that voucher's
      * number, and can no longer be changed.
      * Primary Key - PCSLIP-KEY (fund + a sequence assigned as the
      *    slips are keyed)
      ******************************************************************
       fd   petty-cash-slip-file
            label records are standard.

       01   petty-cash-slip-record.
            05 pcslip-key.
               10 pcslip-fund              pic x(6).
               10 pcslip-sequence          pic 9(4).
            05 pcslip-date                 pic 9(8).
            05 pcslip-payee                pic x(30).
            05 pcslip-gl-code              pic x(6).
            05 pcslip-job-number           pic x(8).
            05 pcslip-amount               pic S9(6)V99.
            05 pcslip-entered-by           pic x(10).
            05 pcslip-status               pic x.
               88 pcslip-unreplenished     value "U".
               88 pcslip-replenished       value "R".
            05 pcslip-voucher-number       pic 9(5).
