      ******************************************************************
      * fdutla01.cbl
      * Utility service accounts - one record for each service
      * location a utility vendor bills us for (the electric meter
      * at the plant, the gas service at the warehouse). A vendor
      * with any account on file is a utility vendor: voucher entry
      * asks its bills for the location, the meter read dates and
      * the usage, kept on fdutlu01.cbl.
      * UTLA-UNIT is the unit of measure the bills are read in (KWH,
      * THERM, CCF, GAL) and is carried onto every usage record.
      * Primary Key - UTLA-KEY (vendor + location code)
      ******************************************************************
       fd   utility-account-file
            label records are standard.

       01   utility-account-record.
            05 utla-key.
               10 utla-vendor              pic 9(5).
               10 utla-location            pic x(8).
            05 utla-company                pic 9.
            05 utla-description            pic x(30).
            05 utla-service-address        pic x(30).
            05 utla-account-number         pic x(20).
            05 utla-utility-type           pic x.
               88 utla-electric            value "E".
               88 utla-gas                 value "G".
               88 utla-water               value "W".
               88 utla-other-utility       value "O".
            05 utla-unit                   pic x(5).
            05 utla-status                 pic x.
               88 utla-account-active      value "A".
               88 utla-account-closed      value "C".
