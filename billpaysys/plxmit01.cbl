      ******************************************************************
      * plxmit01.cbl
      * Registers one outbound file on the transmission log
      * (fdxmit01.cbl) as built. The caller has moved the file name,
      * its own program name, the operator (or "BATCH" where the
      * program signs no one on), the record count and the dollar
      * hash total; the log is opened and closed here so no
      * producing program need keep it open through its run.
      ******************************************************************
       register-the-transmission.
            accept xmit-built-date from date yyyymmdd.
            accept xmit-built-time from time.
            move "B" to xmit-status.
            move zeroes to xmit-sent-date
                           xmit-answer-date.
            move spaces to xmit-sent-by
                           xmit-answer-by
                           xmit-answer-reference.
            open i-o transmission-log-file.
            write transmission-log-record
               invalid key
               display "ERROR WRITING TRANSMISSION LOG - "
                  xmit-file-name.
            close transmission-log-file.
