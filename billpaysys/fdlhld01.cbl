      ******************************************************************
      * fdlhld01.cbl
      * Legal-hold register - one record per vendor under each legal
      * matter. While a hold is placed nothing of the vendor's that
      * it covers may leave the system: vcharc01, vndarc01, rettrm01
      * and splmgr01 all test it through the shared pllhld01.cbl
      * check and skip (and report) whatever it preserves.
      * A hold covers all of the vendor's records unless narrowed:
      *   - LHLD-FROM-DATE / LHLD-THRU-DATE bound the voucher dates
      *     it covers (zero leaves that end open);
      *   - LHLD-VOUCHER lists the only vouchers it covers
      *     (LHLD-VOUCHER-COUNT of them; none listed is every
      *     voucher in the date range).
      * A released hold stays on file, with who released it and
      * when, as the record of what was preserved for the matter.
      * Primary Key - LHLD-KEY (vendor + matter code)
      * Alternate   - LHLD-MATTER with duplicates (every vendor held
      *    under one matter, for the hold inventory lhdrpt01.cbl)
      ******************************************************************
       fd   legal-hold-file
            label records are standard.

       01   legal-hold-record.
            05 lhld-key.
               10 lhld-vendor              pic 9(5).
               10 lhld-matter              pic x(8).
            05 lhld-matter-name            pic x(40).
            05 lhld-from-date              pic 9(8).
            05 lhld-thru-date              pic 9(8).
            05 lhld-voucher-count          pic 9(2).
            05 lhld-voucher                pic 9(5) occurs 10 times.
            05 lhld-status                 pic x.
               88 lhld-hold-placed         value "H".
               88 lhld-hold-released       value "R".
            05 lhld-placed-by              pic x(10).
            05 lhld-placed-date            pic 9(8).
            05 lhld-released-by            pic x(10).
            05 lhld-released-date          pic 9(8).
