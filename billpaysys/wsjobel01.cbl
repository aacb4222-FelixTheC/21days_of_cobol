      ******************************************************************
      * wsjobel01.cbl
      * Working storage for the job-log elapsed-time arithmetic in
      * pljobel01.cbl. The caller moves a start stamp to
      * ELAPSED-FROM-DATE/-TIME and an end stamp to
      * ELAPSED-TO-DATE/-TIME - CCYYMMDD dates, HHMMSSss times as
      * ACCEPT ... FROM TIME gives them and fdjoblog.cbl keeps
      * them - and PERFORMs COMPUTE-ELAPSED-SECONDS.
      * SHOW-ELAPSED-TIME edits ELAPSED-SECONDS into ELAPSED-SHOWN
      * as HH:MM:SS.
      ******************************************************************
       77   elapsed-from-date                  pic 9(8).
       77   elapsed-from-time                  pic 9(8).
       77   elapsed-to-date                    pic 9(8).
       77   elapsed-to-time                    pic 9(8).
       77   elapsed-seconds                    pic 9(7).
       77   elapsed-from-seconds               pic 9(7).
       77   elapsed-to-seconds                 pic 9(7).
       77   elapsed-remainder                  pic 9(7).

       01   elapsed-clock.
            05 elapsed-clock-hh                pic 99.
            05 elapsed-clock-mm                pic 99.
            05 elapsed-clock-ss                pic 99.
            05 elapsed-clock-hundredths        pic 99.

       01   elapsed-shown.
            05 elapsed-shown-hh                pic 99.
            05 filler                          pic x value ":".
            05 elapsed-shown-mm                pic 99.
            05 filler                          pic x value ":".
            05 elapsed-shown-ss                pic 99.
