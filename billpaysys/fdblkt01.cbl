      ******************************************************************
      * fdblkt01.cbl
      * Blanket purchase agreement master - a standing agreement
      * with one vendor for a total authorized amount over a term,
      * drawn down by individual releases. Each release is a
      * purchase order (fdpo01.cbl) that carries the blanket's
      * number in PO-BLANKET-NUMBER, so receipts and vouchers go
      * against the release exactly as they do against any PO.
      * BLANKET-CAP-PERIOD and BLANKET-PERIOD-CAP optionally limit
      * what may be released in any one month or quarter (a blank
      * period means no per-period cap). Releases are drawn and
      * the agreement kept in blkmnt01.cbl; voucher entry
      * (vchmnt01.cbl) holds a release's invoices to both the
      * release and the blanket's remaining authorization, and
      * blkrpt01.cbl reports consumption by period. The GL code
      * and job are the defaults each release is opened with.
      * Primary Key - BLANKET-NUMBER (keyed from the signed
      *    agreement's own number)
      ******************************************************************
       fd   blanket-file
            label records are standard.

       01   blanket-record.
            05 blanket-number              pic x(8).
            05 blanket-vendor              pic 9(5).
            05 blanket-description         pic x(30).
            05 blanket-start-date          pic 9(8).
            05 blanket-end-date            pic 9(8).
            05 blanket-authorized-amount   pic S9(9)V99.
            05 blanket-cap-period          pic x.
               88 blanket-capped-monthly   value "M".
               88 blanket-capped-quarterly value "Q".
               88 blanket-not-capped       value " ".
            05 blanket-period-cap          pic S9(9)V99.
            05 blanket-gl-code             pic x(6).
            05 blanket-job-number          pic x(8).
            05 blanket-status              pic x.
               88 blanket-status-open      value "O".
               88 blanket-status-closed    value "C".
