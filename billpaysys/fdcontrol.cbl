      * fdtaxrat.cbl rate's expected figure by more than this
      * percent of the expected tax.
            05 control-tax-tolerance        pic 99v99.
      * Last new-vendor onboarding request number issued
      * (vndreq01.cbl) - one series, drawn from company 1's record.
            05 control-last-vendor-request  pic 9(5).
      * Last outbound wire request number issued (wirreq01.cbl) -
      * one series, drawn from company 1's record.
            05 control-last-wire            pic 9(5).
      * Invoice cycle-time target in days, receipt to payment - the
      * cycle-time report (vchcyc01.cbl) lists every paid invoice
      * that took longer. Zero means the report's thirty days.
            05 control-cycle-target-days    pic 9(3).
      * How far back the nightly supplier-portal and IVR status
      * extract (vndsts01.cbl) reaches: every invoice received in
      * the last this-many days goes on it. One setting, drawn
      * from company 1's record. Zero means ninety days.
            05 control-portal-days          pic 9(3).
      * Last tax year whose 1099s have gone to the IRS and been
      * locked by the year-end rollover (fisyre01.cbl) -
      * vnd1099a.cbl takes no adjustment for that year or any year
      * before it. Zero until the first year end locks one.
            05 control-1099-locked-year     pic 9(4).
