      ******************************************************************
      * fdrtnml01.cbl
      * Returned-mail tracking - one record per check the post office
      * sent back as undeliverable, entered from rtnmail01.cbl. The
      * register record (fdchkreg.cbl) stays "O"pen - the check is
      * still written as far as the bank is concerned - and this
      * record marks it returned, says which address it went to
      * (VENDOR-ADDRESS "A" or the remit-to block "R"), and carries
      * the replacement check once the vendor's address is fixed
      * through vndmnt04 and the check is reissued.
      * Primary Key - RETURNED-KEY (bank account + check number,
      *    the register key)
      ******************************************************************
       fd   returned-mail-file
            label records are standard.

       01   returned-mail-record.
            05 returned-key.
               10 returned-bank-account    pic x(4).
               10 returned-check-no        pic 9(6).
            05 returned-vendor             pic 9(5).
            05 returned-date               pic 9(8).
            05 returned-address-used       pic x.
               88 returned-from-main-address  value "A".
               88 returned-from-remit-address value "R".
            05 returned-entered-by         pic x(10).
            05 returned-status             pic x.
               88 returned-awaiting-reissue   value "W".
               88 returned-reissued           value "I".
            05 returned-reissue-check-no   pic 9(6).
            05 returned-reissue-date       pic 9(8).
            05 returned-reissued-by        pic x(10).
