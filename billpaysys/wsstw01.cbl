      ******************************************************************
      * wsstw01.cbl
      * Working storage for the shared state nonresident withholding
      * paragraphs in plstw01.cbl (the table is fdstwh01.cbl, the
      * vendor's state VENDOR-NONRES-WH-STATE in fdvnd04.cbl). The
      * caller has STATE-WITHHOLDING-FILE open and BACKUP-
      * WITHHOLDING-FILE open I-O, with the vendor record in hand.
      *
      * COMPUTE-STATE-WITHHOLDING takes the payment in
      * STW-GROSS-AMOUNT and its date in STW-PAY-DATE. STW-APPLIES
      * comes back "Y" when the vendor is flagged and the state is
      * on the table, and STW-WITHHELD-AMOUNT is then what to keep
      * back - zero until the calendar year's payments to the vendor
      * for that state, this one included, pass the threshold, the
      * state's rate of the whole payment from then on. The caller
      * takes it off the remit.
      *
      * WRITE-STATE-WITHHOLDING-RECORD, once the payment is made,
      * puts the regime "S" ledger record down (STW-CHECK-NO,
      * STW-BANK-ACCOUNT and STW-PAYMENT-TYPE set by the caller) -
      * zero withheld or not, so the next payment's threshold test
      * and the annual statement see it.
      ******************************************************************
       77   stw-gross-amount                  pic s9(8)v99.
       77   stw-pay-date                      pic 9(8).
       77   stw-check-no                      pic 9(6).
       77   stw-bank-account                  pic x(4).
       77   stw-payment-type                  pic x.

       77   stw-applies                       pic x.
       77   stw-withheld-amount               pic s9(8)v99.
       77   stw-year-to-date                  pic s9(9)v99.
       77   stw-year                          pic 9(4).
       77   stw-year-start                    pic 9(8).
       77   stw-year-end                      pic 9(8).
       77   stw-ledger-at-end                 pic x.
       77   stw-withheld-total                pic s9(8)v99 value zero.
       77   stw-withheld-field                pic zzz,zz9.99-.
       77   stw-rate-field                    pic z9.999.
