      ******************************************************************
      * fdpcf01.cbl
      * Petty-cash fund master - one imprest fund per site box,
      * kept in pcfmnt01.cbl. The custodian holds the box and is on
      * the vendor master (PCFUND-CUSTODIAN-VENDOR) so the
      * replenishment voucher pcrpl01.cbl builds from the fund's
      * slips (fdpcs01.cbl) is payable to them. Cash on hand plus
      * the slips not yet replenished plus replenishments not yet
      * paid always make up PCFUND-AUTHORIZED; pccnt01.cbl proves
      * it at a surprise count and leaves the last count here.
      * Primary Key - PCFUND-NUMBER
      ******************************************************************
       fd   petty-cash-fund-file
            label records are standard.

       01   petty-cash-fund-record.
            05 pcfund-number               pic x(6).
            05 pcfund-site                 pic x(30).
            05 pcfund-custodian            pic x(30).
            05 pcfund-custodian-vendor     pic 9(5).
            05 pcfund-company              pic 9.
            05 pcfund-authorized           pic S9(6)V99.
            05 pcfund-status               pic x.
               88 pcfund-status-open       value "O".
               88 pcfund-status-closed     value "C".
            05 pcfund-last-replenished     pic 9(8).
            05 pcfund-last-voucher         pic 9(5).
            05 pcfund-last-count-date      pic 9(8).
            05 pcfund-last-count-cash      pic S9(6)V99.
            05 pcfund-last-count-variance  pic S9(6)V99.
            05 pcfund-last-counted-by      pic x(10).
