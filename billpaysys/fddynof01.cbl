      ******************************************************************
      * fddynof01.cbl
      * Dynamic early-payment discount offers - one record per
      * voucher treasury has offered to pay early, written by
      * dynoff01.cbl for vendors that carry no discount terms of
      * their own (no VENDOR-DISCOUNT-PERCENT, no TERMS-CODE
      * discount tier). The offer is a sliding scale: the further
      * OFFER-PAY-DATE sits ahead of the voucher's due date, the
      * bigger OFFER-DISCOUNT-PERCENT. A vendor's yes, keyed or
      * imported in dynacc01.cbl, stamps the discount and the pay
      * date onto the voucher (VOUCHER-DISCOUNT-AMOUNT/-DATE) and
      * selects it, so chkrun01/eftrun01 take the discount the same
      * way they take a terms discount. dynyld01.cbl reports the
      * annualized yield the accepted offers earned.
      * An outstanding offer whose pay date passes unanswered is
      * expired ("X") by the next dynoff01 run; a declined or
      * expired voucher may be offered again.
      * Primary Key - OFFER-VOUCHER
      ******************************************************************
       fd   dynamic-offer-file
            label records are standard.

       01   dynamic-offer-record.
            05 offer-voucher               pic 9(5).
            05 offer-vendor                pic 9(5).
            05 offer-company               pic 9.
            05 offer-date                  pic 9(8).
            05 offer-pay-date              pic 9(8).
            05 offer-due-date              pic 9(8).
            05 offer-days-early            pic 9(3).
            05 offer-discount-percent      pic 9v99.
            05 offer-gross-amount          pic S9(6)V99.
            05 offer-discount-amount       pic S9(6)V99.
            05 offer-net-amount            pic S9(6)V99.
            05 offer-status                pic x.
               88 offer-outstanding        value "O".
               88 offer-accepted           value "A".
               88 offer-declined           value "D".
               88 offer-expired            value "X".
            05 offer-answered-by           pic x(10).
            05 offer-answer-date           pic 9(8).
