      ******************************************************************
      * fdvpev01.cbl
      * Vendor performance events - appended, never rewritten, the
      * way the sanctions log is (fdofaclg.cbl). The things a
      * supplier does wrong that voucher entry catches and then
      * moves past leave no trace on the voucher itself, so each is
      * logged here as it happens for the vendor scorecard
      * (vndcrd01.cbl) to count:
      *   "MH" - a three-way match hold: the invoice billed the PO
      *          past its receipts beyond the control-file tolerance
      *          (VENDOR-EVENT-AMOUNT is the amount billed)
      *   "DI" - a duplicate invoice caught at entry or load time
      *          (VENDOR-EVENT-VOUCHER is the voucher already on
      *          file under that invoice number)
      *   "DP" - a voucher put in dispute (VENDOR-EVENT-NOTE is the
      *          dispute reason)
      ******************************************************************
       fd   vendor-event-file
            label records are standard.

       01   vendor-event-record.
            05 vendor-event-date           pic 9(8).
            05 vendor-event-time           pic 9(8).
            05 vendor-event-program        pic x(8).
            05 vendor-event-operator       pic x(10).
            05 vendor-event-type           pic x(2).
               88 vendor-event-match-hold  value "MH".
               88 vendor-event-duplicate   value "DI".
               88 vendor-event-dispute     value "DP".
            05 vendor-event-vendor         pic 9(5).
            05 vendor-event-voucher        pic 9(5).
            05 vendor-event-invoice        pic x(15).
            05 vendor-event-po-number      pic 9(5).
            05 vendor-event-amount         pic S9(6)V99.
            05 vendor-event-note           pic x(30).
