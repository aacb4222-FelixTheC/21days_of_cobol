      * payment can no longer be dated into a closed month. While
      * the calendar file is empty the check stands down, so the
      * control can be adopted without locking the whole shop out.
      * The year-end rollover (fisyre01.cbl) sets up next year's
      * thirteen periods from a closed year's.
      * Primary Key - FISCAL-KEY (year + period 01-13)
      ******************************************************************
       fd   fiscal-calendar-file
