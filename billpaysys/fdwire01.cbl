      ******************************************************************
      * fdwire01.cbl
      * Outbound wire requests. AP keys the request (wirreq01.cbl)
      * - the open vouchers of one vendor it pays, the account it
      * goes out of, the value date, and the beneficiary as the
      * bank must see it - and the vouchers are held ("W" in
      * VOUCHER-SELECTED) so no run picks them up meanwhile. A
      * SECOND operator with release authority approves or rejects
      * it (wirapp01.cbl); only an approved request is written to
      * the bank's wire file and posted (wirsnd01.cbl). Rejected
      * and sent requests stay on file as the record of who asked
      * for the money to move and who let it.
      * Primary Key - WIRE-NUMBER (drawn from company 1's control
      *    record, one series across every company).
      ******************************************************************
       fd   wire-request-file
            label records are standard.

       01   wire-request-record.
            05 wire-number                 pic 9(5).
            05 wire-company                pic 9.
            05 wire-vendor                 pic 9(5).
            05 wire-bank-account           pic x(4).
            05 wire-value-date             pic 9(8).
            05 wire-amount                 pic S9(8)V99.
      * The vouchers the wire pays and the open amount of each
      * when the request was keyed - the send refuses a request
      * whose vouchers have since been paid or changed.
            05 wire-voucher-count          pic 99.
            05 wire-voucher-table.
               10 wire-voucher-entry OCCURS 20 TIMES.
                  15 wire-voucher-number   pic 9(5).
                  15 wire-voucher-amount   pic S9(8)V99.
      * "F" goes to the Fed as a domestic Fedwire funds transfer;
      * "S" is an international SWIFT customer transfer (MT103).
            05 wire-format                 pic x.
               88 wire-is-fedwire          value "F".
               88 wire-is-swift            value "S".
      * The beneficiary, defaulted from the vendor's remit-to
      * block (else the vendor address) and banking fields. The
      * bank id is the ABA routing number for a Fedwire and the
      * BIC for a SWIFT wire; the account is the account number,
      * or the IBAN where the beneficiary's country uses one.
            05 wire-bene-name              pic x(30).
            05 wire-bene-address-1         pic x(30).
            05 wire-bene-address-2         pic x(30).
            05 wire-bene-city              pic x(20).
            05 wire-bene-state             pic x(2).
            05 wire-bene-zip               pic x(10).
            05 wire-bene-country-code      pic x(2).
            05 wire-bene-bank-id           pic x(11).
            05 wire-bene-account           pic x(34).
      * Payment details passed to the beneficiary (Fedwire
      * originator-to-beneficiary information, SWIFT field 70).
            05 wire-purpose                pic x(35).
            05 wire-status                 pic x.
               88 wire-pending             value "P".
               88 wire-approved            value "A".
               88 wire-rejected            value "R".
               88 wire-sent                value "S".
            05 wire-requested-by           pic x(10).
            05 wire-requested-date         pic 9(8).
            05 wire-decided-by             pic x(10).
            05 wire-decided-date           pic 9(8).
            05 wire-decision-note          pic x(30).
      * Set by the send - the payment number drawn from the
      * account's check series, as manpay01.cbl draws it.
            05 wire-payment-no             pic 9(6).
            05 wire-sent-date              pic 9(8).
