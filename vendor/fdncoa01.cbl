      ******************************************************************
      * fdncoa01.cbl
      * NCOA address-update review queue - one record per vendor
      * address the USPS change-of-address / CASS service bureau sent
      * back corrected or forwarded, loaded by ncoaim01.cbl from the
      * bureau's response to the ncoaex01.cbl extract. Nothing here
      * touches fdvnd04.cbl until a clerk accepts it in ncoarv01.cbl;
      * accepted changes are applied through the vendor audit trail
      * (fdvndaud.cbl, source "NCOA") and removed, rejected ones stay
      * on file in "R" status for the standing report until the next
      * cycle replaces them.
      * Primary Key - NCOA-QUEUE-KEY (vendor + which address: "A" the
      *    vendor address, "R" the remit-to address)
      *
      * NCOA-MATCH-CODE is the bureau's return code, carried as sent:
      *    "A " change-of-address match, new address supplied
      *    "91" "92" matched, secondary number dropped / corrected
      *    "S " CASS standardization only - no move
      * The old block is the address as extracted, so a change made
      * in vndmnt04 since the extract is caught at review.
      ******************************************************************
       fd   ncoa-queue-file
            label records are standard.

       01   ncoa-queue-record.
            05 ncoa-queue-key.
               10 ncoa-vendor              pic 9(5).
               10 ncoa-address-type        pic x.
                  88 ncoa-vendor-address   value "A".
                  88 ncoa-remit-address    value "R".
            05 ncoa-match-code             pic x(2).
            05 ncoa-old-address.
               10 ncoa-old-address-1       pic x(30).
               10 ncoa-old-address-2       pic x(30).
               10 ncoa-old-city            pic x(20).
               10 ncoa-old-state           pic x(2).
               10 ncoa-old-zip             pic x(10).
            05 ncoa-new-address.
               10 ncoa-new-address-1       pic x(30).
               10 ncoa-new-address-2       pic x(30).
               10 ncoa-new-city            pic x(20).
               10 ncoa-new-state           pic x(2).
               10 ncoa-new-zip             pic x(10).
            05 ncoa-import-date            pic 9(8).
            05 ncoa-status                 pic x.
               88 ncoa-awaiting-review     value "P".
               88 ncoa-rejected            value "R".
            05 ncoa-reviewed-by            pic x(10).
            05 ncoa-reviewed-date          pic 9(8).
