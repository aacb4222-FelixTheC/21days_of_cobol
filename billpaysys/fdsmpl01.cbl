      ******************************************************************
      * fdsmpl01.cbl
      * Audit sample definitions - every sample internal audit draws
      * of paid vouchers through audsmp01.cbl, kept by name with
      * everything the selection depends on, so the workpaper can be
      * reproduced voucher for voucher when the sample is re-run.
      * Primary Key - SAMPLE-NAME (the name the auditor gave it)
      *
      * A saved sample is evidence and is never replaced; a new
      * sample takes a new name.
      * SAMPLE-METHOD is how the sample was drawn:
      *   "M" monetary-unit - one voucher at every SAMPLE-INTERVAL
      *       dollars through the population, from SAMPLE-START;
      *   "R" random        - SAMPLE-SIZE vouchers, every voucher an
      *       equal chance;
      *   "S" stratified    - random within each amount band, the
      *       band's own count from SAMPLE-BAND-SIZE. A band runs
      *       from a cent over the band below's upper amount to its
      *       own SAMPLE-BAND-UPPER; the last band has no upper.
      * SAMPLE-SEED starts the random-number stream; the same seed
      * over the same population gives the same vouchers.
      * SAMPLE-KEY-AMOUNT - every voucher of this amount or more is
      * taken whatever the method (key items); zero takes none.
      * SAMPLE-COMPANY zero is every company.
      * The population count and amount are those of the first run;
      * a re-run that finds anything different says so, since the
      * selection then cannot match the original.
      ******************************************************************
       fd   audit-sample-file
            label records are standard.

       01   audit-sample-record.
            05 sample-name                 pic x(20).
            05 sample-description          pic x(40).
            05 sample-owner                pic x(10).
            05 sample-saved-date           pic 9(8).
            05 sample-company              pic 9.
            05 sample-paid-from            pic 9(8).
            05 sample-paid-thru            pic 9(8).
            05 sample-include-history      pic x.
            05 sample-method               pic x.
               88 sample-is-monetary-unit  value "M".
               88 sample-is-random         value "R".
               88 sample-is-stratified     value "S".
            05 sample-seed                 pic 9(10).
            05 sample-size                 pic 9(4).
            05 sample-key-amount           pic S9(6)v99.
            05 sample-band-count           pic 9.
            05 sample-bands.
               10 sample-band              occurs 5 times.
                  15 sample-band-upper     pic S9(6)v99.
                  15 sample-band-size      pic 9(4).
            05 sample-interval             pic S9(9)v99.
            05 sample-start                pic S9(9)v99.
            05 sample-population-count     pic 9(6).
            05 sample-population-amount    pic S9(11)v99.
            05 sample-selected-count       pic 9(5).
            05 sample-last-run-date        pic 9(8).
            05 sample-last-run-by          pic x(10).
            05 sample-run-count            pic 9(5).
