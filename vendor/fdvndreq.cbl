      ******************************************************************
      * fdvndreq.cbl
      * New-vendor onboarding requests. Purchasing keys the request
      * (vndreq01.cbl) - who the vendor is, how they want to be
      * paid, and why the business needs them - and nothing reaches
      * the vendor master until AP has worked the checklist
      * (vndonb01.cbl): W-9 received, the IRS TIN match, the
      * sanctions screen, the routing number proven against the Fed
      * directory for an EFT payee, and no duplicate name or tax
      * id. A request with the whole checklist done ("C") is then
      * activated from vndmnt04's add by an operator OTHER than the
      * requester, which draws the vendor number and records it
      * here. Rejected and withdrawn requests stay on file - the
      * standing record of who asked for what and why it was
      * refused.
      * Primary Key - VNDREQ-NUMBER (drawn from company 1's control
      *    record, one series across every company).
      ******************************************************************
       fd   vendor-request-file
            label records are standard.

       01   vendor-request-record.
            05 vndreq-number                pic 9(5).
            05 vndreq-company               pic 9.
            05 vndreq-name                  pic x(30).
            05 vndreq-address-1             pic x(30).
            05 vndreq-address-2             pic x(30).
            05 vndreq-city                  pic x(20).
            05 vndreq-state                 pic x(2).
            05 vndreq-zip                   pic x(10).
      * Blank is a US address (fdvnd04.cbl VENDOR-COUNTRY-CODE).
            05 vndreq-country-code          pic x(2).
               88 vndreq-address-is-domestic
                                            values "  " "US".
            05 vndreq-phone                 pic x(15).
            05 vndreq-tax-id                pic x(11).
            05 vndreq-payment-method        pic x.
               88 vndreq-pays-by-check      value "C".
               88 vndreq-pays-by-eft        value "E".
            05 vndreq-aba-routing-number    pic x(9).
            05 vndreq-bank-account-number   pic x(17).
            05 vndreq-business-reason       pic x(60).
            05 vndreq-requested-by          pic x(10).
            05 vndreq-requested-date        pic 9(8).
            05 vndreq-status                pic x.
               88 vndreq-pending            value "P".
               88 vndreq-checklist-done     value "C".
               88 vndreq-activated          value "A".
               88 vndreq-rejected           value "R".
               88 vndreq-withdrawn          value "X".
               88 vndreq-still-open         values "P" "C".
      * The checklist. Each step is "Y" once AP has satisfied it;
      * the duplicate check is "D" when a vendor already carries
      * the name or tax id, and the sanctions step is "H" while a
      * potential match waits on compliance (ofacrev01.cbl). The
      * TIN match code is the IRS interactive TIN-matching result
      * ("0" = name/TIN match, as in VENDOR-TIN-MATCH-CODE), and
      * carries over to the vendor at activation.
            05 vndreq-w9-received           pic x.
            05 vndreq-w9-date               pic 9(8).
            05 vndreq-tin-match-code        pic x.
               88 vndreq-tin-matched        value "0".
            05 vndreq-tin-match-date        pic 9(8).
            05 vndreq-sanctions-checked     pic x.
            05 vndreq-aba-verified          pic x.
            05 vndreq-duplicate-checked     pic x.
            05 vndreq-checked-by            pic x(10).
            05 vndreq-checked-date          pic 9(8).
      * Who closed the request - activated, rejected, or withdrawn
      * - when, and why; the vendor number once it is activated.
            05 vndreq-decided-by            pic x(10).
            05 vndreq-decided-date          pic 9(8).
            05 vndreq-decision-note         pic x(30).
            05 vndreq-vendor-number         pic 9(5).
