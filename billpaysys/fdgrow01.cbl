      ******************************************************************
      * fdgrow01.cbl
      * File-growth and number-series history - one record a night
      * for everything that can run out of room, written by the
      * nightly monitor grwmon01.cbl:
      *   "F" FILES - the record count of every indexed file,
      *     GROWTH-ITEM being the name the file is assigned to;
      *   "S" SERIES - the last number issued on each number series:
      *     the company-1 control-file series (voucher, vendor,
      *     expense report, GL batch, payment run, vendor request,
      *     wire), each company's CONTROL-LAST-CHECK-NUMBER, each
      *     bank account's BANK-ACCOUNT-LAST-CHECK-NO, and each
      *     account's pre-printed check stock (fdstock01.cbl - forms
      *     used against forms received).
      * Primary Key - GROWTH-KEY (kind + item + date), so one
      * item's history reads in date order.
      *
      * GROWTH-LIMIT is where the item runs out - 99999 for a
      * 9(5) series or a file keyed by one, zero for a file with
      * no number behind its key. GROWTH-PER-DAY is the average
      * daily growth over the look-back the monitor uses, and
      * GROWTH-LIMIT-DATE the day that rate reaches the limit
      * (zero when there is no limit or no growth to project).
      * GROWTH-WARNING "W" puts the item on the AP dashboard
      * (apdash01.cbl) and flags it on grwrpt01.cbl.
      ******************************************************************
       fd   growth-file
            label records are standard.

       01   growth-record.
            05 growth-key.
               10 growth-kind              pic x.
                  88 growth-kind-file      value "F".
                  88 growth-kind-series    value "S".
               10 growth-item              pic x(12).
               10 growth-date              pic 9(8).
            05 growth-description          pic x(30).
            05 growth-count                pic 9(9).
            05 growth-limit                pic 9(9).
            05 growth-per-day              pic 9(7)v99.
            05 growth-limit-date           pic 9(8).
            05 growth-warning              pic x.
               88 growth-warned            value "W".
