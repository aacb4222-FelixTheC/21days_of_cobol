      ******************************************************************
      * fdobwh01.cbl
      * Old withholding ledger layout (regime outside the key) -
      * kept only so bwhcnv01.cbl has something to convert from. See
      * fdbwh01.cbl for the current layout.
      ******************************************************************
       fd   old-withholding-file
            label records are standard.

       01   old-withholding-record.
            05 old-bwh-key.
               10 old-bwh-vendor           pic 9(5).
               10 old-bwh-date             pic 9(8).
               10 old-bwh-check-no         pic 9(6).
            05 old-bwh-gross-amount        pic S9(8)V99.
            05 old-bwh-withheld-amount     pic S9(8)V99.
            05 old-bwh-bank-account        pic x(4).
            05 old-bwh-payment-type        pic x.
            05 old-bwh-remitted-date       pic 9(8).
            05 old-bwh-regime              pic x.
