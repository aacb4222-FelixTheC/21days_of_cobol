            05 vendor-payment-method        pic x.
               88 vendor-pays-by-check      value "C".
               88 vendor-pays-by-eft        value "E".
               88 vendor-pays-by-card       value "V".
            05 vendor-aba-routing-number    pic x(9).
            05 vendor-bank-account-number   pic x(17).
            05 vendor-class                 pic x.
               88 vendor-handling-pickup    value "P".
               88 vendor-handling-courier   value "C".
               88 vendor-handling-backup    value "A".
      * Country of the vendor address and of the remit-to address
      * (fdcntry.cbl). Blank or "US" is a domestic address - the
      * state must be on STATE-FILE and the zip is edited; any other
      * country takes the province in the state field and a free
      * form postal code in the zip field, and prints in that
      * country's format (pladdr01.cbl).
            05 vendor-country-code          pic x(2).
               88 vendor-address-is-domestic
                                            values "  " "US".
            05 vendor-remit-country-code    pic x(2).
               88 vendor-remit-is-domestic  values "  " "US".
      * Corporate family (vndfam01.cbl). A regional branch or a
      * separate remit location of a larger supplier carries the
      * vendor number of its parent; zero is a vendor that stands
      * alone or heads a family. One level only - a parent is never
      * itself a child, and parent and child share a company. The
      * family credit flag means something only on the parent: "Y"
      * has voucher entry hold the open balance of the whole family
      * against the parent's credit limit, instead of each member
      * against its own.
            05 vendor-parent-number         pic 9(5).
               88 vendor-has-no-parent      value zero.
            05 vendor-family-credit         pic x.
               88 vendor-checks-family-credit
                                            value "Y".
      * State nonresident withholding: the state (fdstwh01.cbl)
      * this vendor performs services in without residing there -
      * the payment runs withhold that state's rate once the year's
      * payments pass its threshold, and the withheld dollars go on
      * the withholding ledger (fdbwh01.cbl) under regime "S".
      * Spaces for a vendor no state withholds on.
            05 vendor-nonres-wh-state       pic x(2).
               88 vendor-no-state-withholding
                                            value spaces.
      * Virtual-card issuer (fdcdiss01.cbl) for a vendor paid by
      * card - the card run (vcdrun01.cbl) pays a vendor flagged
      * VENDOR-PAYS-BY-CARD only when the issuer is named here and
      * on file; without one the check run keeps paying them.
      * Spaces for every vendor not paid by card.
            05 vendor-card-issuer           pic x(4).
      * Returned mail (rtnmail01.cbl): the post office sent a check
      * back as undeliverable, so the address it went to is marked
      * bad - "A" the vendor address, "R" the remit-to address. The
      * check run holds the vendor's checks while either is set,
      * and changing the flagged address through vndmnt04 clears
      * it. Space is an address nothing has come back from.
            05 vendor-bad-address           pic x.
               88 vendor-address-is-good    value space.
               88 vendor-main-address-bad   value "A".
               88 vendor-remit-address-bad  value "R".
            05 vendor-bad-address-date      pic 9(8).
      * Bounced email (outsnd01.cbl): a message from the outbox
      * (fdoutb01.cbl) to VENDOR-EMAIL came back undeliverable.
      * remadv01 and the letter programs stop emailing the vendor -
      * the remittance falls back to paper - until the address is
      * changed through vndmnt04, which clears the flag. Space is an
      * address nothing has bounced from.
            05 vendor-bad-email             pic x.
               88 vendor-email-is-good      value space.
               88 vendor-email-bounced      value "B".
            05 vendor-bad-email-date        pic 9(8).
