      ******************************************************************
      * ploutb01.cbl
      * Shared outbox paragraphs - see wsoutb01.cbl for the calling
      * protocol and fdoutb01.cbl for the record. QUEUE-THE-MESSAGE
      * stamps the message with today's date and the time, marks it
      * queued for the sender interface (outsnd01.cbl), and writes
      * it at sequence 1, stepping past keys on file - the
      * fdpayhst.cbl idiom.
      ******************************************************************
       queue-the-message.
            accept outbox-queued-date from date yyyymmdd.
            accept outbox-queued-time from time.
            move "Q" to outbox-status.
            move zeroes to outbox-sent-date
                           outbox-sent-time
                           outbox-bounce-date.
            move spaces to outbox-bounce-reason.
            move 1 to outbox-sequence.
            move "N" to outbox-was-written.
            perform try-write-outbox-record
               until outbox-was-written = "Y"
                  or outbox-sequence > 998.
            if outbox-was-written not = "Y"
                display "ERROR WRITING OUTBOX RECORD".

       try-write-outbox-record.
            move "Y" to outbox-was-written.
            write outbox-record
               invalid key
               move "N" to outbox-was-written
               add 1 to outbox-sequence.
