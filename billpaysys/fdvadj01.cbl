      ******************************************************************
      * fdvadj01.cbl
      * Post-export voucher adjustments. Once glexp01.cbl has
      * stamped a voucher with VOUCHER-GL-BATCH its coding is in the
      * general ledger, and the batch that carried it is never
      * touched again. When vchmnt01.cbl then changes the voucher's
      * coding - the amount, the GL code, or the distribution lines
      * - or deletes it, the change is written here instead: one
      * "R" reversal line per originally exported coding line (the
      * amount negated) and one "B" re-booking line per new coding
      * line. The next glexp01.cbl export of the company carries
      * them in its accrual batch (lines for another company in its
      * intercompany batch) and stamps VADJ-GL-BATCH, exactly as it
      * stamps vouchers. vadjrpt01.cbl lists them by operator for
      * the controller.
      *   VADJ-FIELD  the vchmnt01.cbl change-field number that
      *               caused it (4 amount, 9 GL code, 16
      *               distribution, ...) - 00 for a delete
      *   VADJ-LINE-COMPANY  whose books the line's expense is on -
      *               the voucher's company unless the
      *               distribution line belongs to another one
      * Primary Key - VADJ-KEY (voucher + sequence)
      * Alternate   - VADJ-OPERATOR with duplicates
      ******************************************************************
       fd   voucher-adjustment-file
            label records are standard.

       01   voucher-adjustment-record.
            05 vadj-key.
               10 vadj-voucher-number      pic 9(5).
               10 vadj-sequence            pic 9(3).
            05 vadj-operator               pic x(10).
            05 vadj-company                pic 9.
            05 vadj-date                   pic 9(8).
            05 vadj-time                   pic 9(8).
            05 vadj-field                  pic 99.
            05 vadj-type                   pic x.
               88 vadj-is-reversal         value "R".
               88 vadj-is-rebooking        value "B".
            05 vadj-line-company           pic 9.
            05 vadj-gl-code                pic x(6).
            05 vadj-amount                 pic S9(6)V99.
            05 vadj-original-batch         pic 9(5).
            05 vadj-gl-batch               pic 9(5).
