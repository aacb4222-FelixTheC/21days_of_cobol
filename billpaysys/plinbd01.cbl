      ******************************************************************
      * plinbd01.cbl
      * Inbound duplicate-file guard. The loader has filled in the
      * wsinbd01.cbl fields from a read-through of its file; this
      * looks the fingerprint up on the inbound file history
      * (fdinbd01.cbl) among the loads already processed. A file
      * with no records has nothing to apply twice and is never
      * held. A match is refused unless an operator holding
      * OPERATOR-AUTH-CONTROL keys their id and password to
      * override it - the manpay01.cbl second-operator check. The
      * attempt is written to the history whichever way it goes.
      * The caller must have OPERATOR-FILE open and wscase01.cbl
      * (or its own LOWER-ALPHA/UPPER-ALPHA) in working storage;
      * the history is opened and closed here.
      ******************************************************************
       check-the-inbound-file.
            move inbound-this-file to inbound-print-file-name.
            move inbound-file-header to inbound-header-id.
            move inbound-file-count to inbound-record-count.
            move inbound-file-hash to inbound-hash-total.
            move inbound-fingerprint to inbound-saved-fingerprint.
            move "N" to inbound-duplicate-found.
            move spaces to inbound-override-id.
            open i-o inbound-history-file.
            if inbound-file-count not = zero
                perform look-for-a-prior-load.
            move "Y" to inbound-load-ok.
            if inbound-duplicate-found = "Y"
                perform ask-for-inbound-override.
            perform log-the-inbound-load.
            close inbound-history-file.

       look-for-a-prior-load.
            move inbound-saved-fingerprint to inbound-fingerprint.
            move "N" to inbound-history-at-end.
            start inbound-history-file
               key is equal to inbound-fingerprint
               invalid key
               move "Y" to inbound-history-at-end.
            perform check-one-prior-load
               until inbound-history-at-end = "Y"
                  or inbound-duplicate-found = "Y".

       check-one-prior-load.
            read inbound-history-file next record
               at end move "Y" to inbound-history-at-end.
            if inbound-history-at-end not = "Y"
                if inbound-fingerprint not = inbound-saved-fingerprint
                    move "Y" to inbound-history-at-end
                else
                    if inbound-result-accepted or
                          inbound-result-overridden
                        move "Y" to inbound-duplicate-found
                        move inbound-load-date to inbound-prior-date
                        move inbound-load-time to inbound-prior-time
                        move inbound-loaded-by to inbound-prior-by.

       ask-for-inbound-override.
            move "N" to inbound-load-ok.
            display "*** " inbound-this-file
               " WAS ALREADY LOADED ON "
               inbound-prior-date (5 : 2) "/"
               inbound-prior-date (7 : 2) "/"
               inbound-prior-date (1 : 4)
               " BY " inbound-prior-by.
            display "*** SAME HEADER, RECORD COUNT AND HASH TOTAL".
            display "A CONTROL-LEVEL OPERATOR MAY OVERRIDE - ENTER".
            display "THEIR OPERATOR ID (BLANK REFUSES THE LOAD)".
            accept inbound-override-id.
            inspect inbound-override-id
               converting lower-alpha
               to upper-alpha.
            if inbound-override-id not = spaces
                perform check-the-override-operator.
            if inbound-load-ok = "N"
                display "DUPLICATE FILE REFUSED - NOTHING LOADED".

       check-the-override-operator.
            move inbound-override-id to operator-code.
            read operator-file record
               invalid key
               display "OPERATOR ID NOT FOUND"
               not invalid key
               perform check-the-override-password
            end-read.

       check-the-override-password.
            display "ENTER THEIR PASSWORD".
            accept inbound-override-password.
            inspect inbound-override-password
               converting lower-alpha
               to upper-alpha.
            if inbound-override-password not = operator-password
                display "INVALID PASSWORD"
            else
                if operator-inactive or
                      operator-auth-control not = "Y"
                    display "THAT OPERATOR MAY NOT OVERRIDE"
                else
                    move "Y" to inbound-load-ok
                    display "DUPLICATE LOAD OVERRIDDEN BY "
                       inbound-override-id.

       log-the-inbound-load.
            move inbound-this-file to inbound-file-name.
            accept inbound-load-date from date yyyymmdd.
            accept inbound-load-time from time.
            move inbound-saved-fingerprint to inbound-fingerprint.
            move inbound-this-program to inbound-program.
            move inbound-this-operator to inbound-loaded-by.
            move spaces to inbound-override-by.
            move zeroes to inbound-matched-date
                           inbound-matched-time.
            if inbound-duplicate-found = "N"
                move "A" to inbound-result
            else
                move inbound-prior-date to inbound-matched-date
                move inbound-prior-time to inbound-matched-time
                if inbound-load-ok = "Y"
                    move "O" to inbound-result
                    move inbound-override-id to inbound-override-by
                else
                    move "R" to inbound-result.
            write inbound-history-record
               invalid key
               display "ERROR WRITING INBOUND FILE HISTORY - "
                  inbound-this-file.
