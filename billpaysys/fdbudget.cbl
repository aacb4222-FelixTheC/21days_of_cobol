      * (CCYYMM) and GL code. Voucher entry warns the operator when
      * a code's period budget is already consumed, and budrpt01.cbl
      * reports budget vs actual so departments find out before the
      * GL closes, not weeks after. The year-end rollover
      * (fisyre01.cbl) copies a year's budget into the next.
      * Primary Key - BUDGET-KEY (period + GL code)
      ******************************************************************
       fd   budget-file
