      * phone-directory keys, so the numbers come from one place.
      * One record per week (keyed by the week's starting date);
      * the record covering a date is the newest one on or before
      * it. Two escalation names follow the primary; either may be
      * left blank, and the call-out then climbs the directory's
      * reporting line (PHONE-SUPERVISOR-KEY) instead. batdrv01.cbl
      * writes the call-out report from this when a stream step
      * fails at 2 a.m.
      * Primary Key - ONCALL-WEEK-START
