      ******************************************************************
      * pljobel01.cbl
      * Elapsed time between two job-log stamps, in whole seconds -
      * the day count between the dates (a step can start before
      * midnight and finish after it) plus the clock difference.
      * A missing or backward end stamp gives zero rather than a
      * nonsense figure. See wsjobel01.cbl.
      ******************************************************************
       compute-elapsed-seconds.
            move zero to elapsed-seconds.
            if elapsed-from-date not = zeroes and
                  elapsed-to-date not < elapsed-from-date
                perform compute-the-elapsed-seconds.

       compute-the-elapsed-seconds.
            move elapsed-from-time to elapsed-clock.
            compute elapsed-from-seconds =
               elapsed-clock-hh * 3600 + elapsed-clock-mm * 60
                  + elapsed-clock-ss.
            move elapsed-to-time to elapsed-clock.
            compute elapsed-to-seconds =
               elapsed-clock-hh * 3600 + elapsed-clock-mm * 60
                  + elapsed-clock-ss.
            if elapsed-to-date > elapsed-from-date or
                  elapsed-to-seconds not < elapsed-from-seconds
                compute elapsed-seconds =
                   (function integer-of-date (elapsed-to-date) -
                    function integer-of-date (elapsed-from-date))
                      * 86400
                   + elapsed-to-seconds - elapsed-from-seconds.

       show-elapsed-time.
            divide elapsed-seconds by 3600
               giving elapsed-shown-hh
               remainder elapsed-remainder.
            divide elapsed-remainder by 60
               giving elapsed-shown-mm
               remainder elapsed-shown-ss.
