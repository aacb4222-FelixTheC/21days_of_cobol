            05 voucher-due                             pic 9(8).
            05 voucher-deductible                      pic x.
            05 voucher-selected                        pic x.
      * "W" holds the voucher for an outbound wire request
      * (fdwire01.cbl) - selection and the runs leave it alone
      * until the wire is sent, or rejected and released back.
               88 voucher-held-for-wire     value "W".
            05 voucher-paid-amount                     pic S9(6)V99.
            05 voucher-paid-date                       pic 9(8).
            05 voucher-check-no                        pic 9(6).
               88 voucher-handling-pickup   value "P".
               88 voucher-handling-courier  value "C".
               88 voucher-handling-backup   value "A".
      * 1099 box the payment reports in when the voucher has no
      * distribution lines (GL-ACCOUNT-1099-BOX's codes,
      * fdglacct.cbl): the GL account's box unless the clerk
      * overrode it, and changing it re-stamps every line the
      * voucher has. Blank - a voucher the batch loaders built -
      * falls back to the GL account's at reporting time.
            05 voucher-1099-box                         pic x.
      * The vendor's own invoice date as first keyed. VOUCHER-DATE
      * is the posting date and must land in an open period, so
      * an old invoice keyed after the close is booked later than
      * it is dated - this keeps the date it really carried. The
      * service period is what the invoice covers (a month of
      * maintenance, a quarter's rent), zero when not given. The
      * year-end unrecorded-liabilities search (unlrpt01.cbl)
      * judges the period a liability belongs to from these.
            05 voucher-invoice-date                     pic 9(8).
            05 voucher-service-from                     pic 9(8).
            05 voucher-service-thru                     pic 9(8).
      * Invoice cycle time: the day the invoice reached us (the
      * mailroom's stamp, or the EDI translator's landing date for
      * an 810), the day the voucher was keyed, and the day
      * vchapp01.cbl released it from the approval queue (zero when
      * no approval was needed - it was approved as entered). With
      * VOUCHER-PAID-DATE these are what the cycle-time report
      * (vchcyc01.cbl) measures. Zero received/entered dates are
      * vouchers from before the dates were kept, or ones the
      * system generated with no paper behind them.
            05 voucher-received-date                    pic 9(8).
            05 voucher-entered-date                     pic 9(8).
            05 voucher-approved-date                    pic 9(8).
