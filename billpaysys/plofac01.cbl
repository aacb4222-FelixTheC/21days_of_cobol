      ******************************************************************
      * plofac01.cbl
      * Shared sanctions-screening paragraphs - see wsofac01.cbl for
      * the working storage and the calling protocol, fdsdn01.cbl
      * for the list, fdofac01.cbl for the hits, and fdofaclg.cbl
      * for the log.
      *
      * The match is deliberately loose, because the list is
      * transliterated and our clerks key names however the invoice
      * spells them: both names are upper-cased, punctuation becomes
      * a word break, corporate-form words (INC, LLC, CO...) are
      * dropped, and word order is ignored. A list word counts as
      * present in the payee's name when it is there exactly, or
      * (for words of five letters or more) one letter off, or one
      * letter longer or shorter at the end. The score is the
      * percent of the list name's words present; at or above
      * OFAC-MATCH-THRESHOLD it is a potential match for a
      * compliance operator to decide.
      ******************************************************************
       screen-one-payee-name.
            move zero to ofac-screen-hits.
            move zero to ofac-screen-new-hits.
            move ofac-screen-name to ofac-token-source.
            perform break-name-into-words.
            move ofac-word-table to ofac-payee-words.
            if ofac-payee-word-count > zero
                perform screen-against-the-list.
            move "SC" to ofac-log-event.
            move zero to ofac-log-sdn-entry.
            move zero to ofac-log-score.
            move ofac-screen-hits to ofac-log-hits.
            move spaces to ofac-log-note.
            perform write-the-ofac-log.

       screen-against-the-list.
            move "N" to ofac-sdn-at-end.
            move zeroes to sdn-key.
            start sdn-file
               key is not less than sdn-key
               invalid key
               move "Y" to ofac-sdn-at-end.
            perform screen-against-one-list-name
               until ofac-sdn-at-end = "Y".

       screen-against-one-list-name.
            read sdn-file next record
               at end move "Y" to ofac-sdn-at-end.
            if ofac-sdn-at-end not = "Y"
                move sdn-name to ofac-token-source
                perform break-name-into-words
                move ofac-word-table to ofac-list-words
                perform score-the-two-names
                if ofac-match-score not < ofac-match-threshold
                    perform record-the-potential-match.

      *--------------------------------
      * NAME TO WORDS
      *--------------------------------
       break-name-into-words.
            inspect ofac-token-source
               converting lower-alpha to upper-alpha.
            inspect ofac-token-source
               converting ofac-punctuation
               to ofac-punctuation-blanks.
            move zero to ofac-word-count.
            move spaces to ofac-current-token.
            move zero to ofac-token-length.
            perform scan-one-name-character
               varying ofac-token-scan from 1 by 1
               until ofac-token-scan > 60.
            perform finish-the-current-word.

       scan-one-name-character.
            if ofac-token-source (ofac-token-scan : 1) = space
                perform finish-the-current-word
            else
                if ofac-token-length < 20
                    add 1 to ofac-token-length
                    move ofac-token-source (ofac-token-scan : 1)
                       to ofac-current-token
                          (ofac-token-length : 1).

       finish-the-current-word.
            if ofac-token-length > zero
                perform check-for-noise-word
                if ofac-is-noise-word = "N" and
                      ofac-word-count < 10
                    add 1 to ofac-word-count
                    move ofac-current-token
                       to ofac-word (ofac-word-count).
            move spaces to ofac-current-token.
            move zero to ofac-token-length.

       check-for-noise-word.
            move "N" to ofac-is-noise-word.
            perform check-one-noise-word
               varying ofac-noise-scan from 1 by 1
               until ofac-noise-scan > 16.

       check-one-noise-word.
            if ofac-current-token = ofac-noise-word (ofac-noise-scan)
                move "Y" to ofac-is-noise-word.

      *--------------------------------
      * SCORING
      *--------------------------------
      * A one-word list name scores only on a word of four letters
      * or more - otherwise every "AL" and "MR" on the list would
      * stop a payment.
       score-the-two-names.
            move zero to ofac-match-score.
            move zero to ofac-matched-words.
            if ofac-list-word-count > zero
                perform look-for-one-list-word
                   varying ofac-list-scan from 1 by 1
                   until ofac-list-scan > ofac-list-word-count
                compute ofac-match-score =
                   (ofac-matched-words * 100) / ofac-list-word-count
                if ofac-list-word-count = 1
                    move ofac-list-word (1) to ofac-compare-1
                    perform measure-compare-1
                    if ofac-compare-length-1 < 4
                        move zero to ofac-match-score.

       look-for-one-list-word.
            move "N" to ofac-word-found.
            perform compare-with-one-payee-word
               varying ofac-payee-scan from 1 by 1
               until ofac-payee-scan > ofac-payee-word-count
                  or ofac-word-found = "Y".
            if ofac-word-found = "Y"
                add 1 to ofac-matched-words.

       compare-with-one-payee-word.
            move ofac-list-word (ofac-list-scan) to ofac-compare-1.
            move ofac-payee-word (ofac-payee-scan) to ofac-compare-2.
            perform compare-two-words.
            if ofac-words-alike = "Y"
                move "Y" to ofac-word-found.

       compare-two-words.
            move "N" to ofac-words-alike.
            if ofac-compare-1 = ofac-compare-2
                move "Y" to ofac-words-alike
            else
                perform measure-compare-1
                perform measure-compare-2
                if ofac-compare-length-1 > 4 and
                      ofac-compare-length-2 > 4
                    perform compare-for-a-slip.

       compare-for-a-slip.
            if ofac-compare-length-1 = ofac-compare-length-2
                move zero to ofac-compare-misses
                perform count-one-letter-miss
                   varying ofac-compare-scan from 1 by 1
                   until ofac-compare-scan > ofac-compare-length-1
                if ofac-compare-misses = 1
                    move "Y" to ofac-words-alike
                end-if
            else
                if ofac-compare-length-1 = ofac-compare-length-2 + 1
                    if ofac-compare-1 (1 : ofac-compare-length-2)
                          = ofac-compare-2 (1 : ofac-compare-length-2)
                        move "Y" to ofac-words-alike
                    end-if
                else
                    if ofac-compare-length-2 =
                          ofac-compare-length-1 + 1
                        if ofac-compare-2 (1 : ofac-compare-length-1)
                            = ofac-compare-1 (1 : ofac-compare-length-1)
                            move "Y" to ofac-words-alike.

       count-one-letter-miss.
            if ofac-compare-1 (ofac-compare-scan : 1) not =
                  ofac-compare-2 (ofac-compare-scan : 1)
                add 1 to ofac-compare-misses.

       measure-compare-1.
            move zero to ofac-compare-length-1.
            inspect ofac-compare-1
               tallying ofac-compare-length-1
               for characters before initial space.

       measure-compare-2.
            move zero to ofac-compare-length-2.
            inspect ofac-compare-2
               tallying ofac-compare-length-2
               for characters before initial space.

      *--------------------------------
      * THE HIT RECORD
      *--------------------------------
      * A hit already decided stays decided while the payee keeps
      * the name it was decided under; a cleared hit whose payee
      * has since been renamed is raised again, because the
      * clearance was given to a different name.
       record-the-potential-match.
            move ofac-screen-payee-type to ofac-hit-payee-type.
            move ofac-screen-payee-number to ofac-hit-payee-number.
            move ofac-screen-name-source to ofac-hit-name-source.
            move sdn-entry-number to ofac-hit-sdn-entry.
            move sdn-alias-number to ofac-hit-sdn-alias.
            move "Y" to ofac-hit-on-file.
            read ofac-hit-file record
               invalid key
               move "N" to ofac-hit-on-file.
            move "N" to ofac-hit-is-blocking.
            if ofac-hit-on-file = "N"
                perform raise-a-new-hit
                write ofac-hit-record
                   invalid key
                   display "ERROR WRITING SANCTIONS HIT RECORD"
                end-write
            else
                if ofac-hit-cleared and
                      ofac-hit-payee-name not = ofac-screen-name
                    perform raise-a-new-hit
                    rewrite ofac-hit-record
                       invalid key
                       display "ERROR REWRITING SANCTIONS HIT RECORD"
                    end-rewrite
                else
                    if ofac-hit-blocks-payment
                        move "Y" to ofac-hit-is-blocking.
            if ofac-hit-is-blocking = "Y"
                add 1 to ofac-screen-hits.

       raise-a-new-hit.
            move ofac-screen-name to ofac-hit-payee-name.
            move sdn-name to ofac-hit-sdn-name.
            move sdn-program to ofac-hit-sdn-program.
            move ofac-match-score to ofac-hit-score.
            accept ofac-hit-found-date from date yyyymmdd.
            move ofac-screen-program to ofac-hit-found-by.
            move "P" to ofac-hit-status.
            move spaces to ofac-hit-decided-by.
            move zeroes to ofac-hit-decided-date.
            move spaces to ofac-hit-decision-note.
            move "Y" to ofac-hit-is-blocking.
            add 1 to ofac-screen-new-hits.
            move "HT" to ofac-log-event.
            move sdn-entry-number to ofac-log-sdn-entry.
            move ofac-match-score to ofac-log-score.
            move zero to ofac-log-hits.
            move sdn-name to ofac-log-note.
            perform write-the-ofac-log.

      *--------------------------------
      * THE LOG
      *--------------------------------
      * The caller sets the event and the event's own fields; the
      * payee and stamp come from the screening fields here.
       write-the-ofac-log.
            accept ofac-log-date from date yyyymmdd.
            accept ofac-log-time from time.
            move ofac-screen-program to ofac-log-program.
            move ofac-screen-operator to ofac-log-operator.
            move ofac-screen-payee-type to ofac-log-payee-type.
            move ofac-screen-payee-number to ofac-log-payee-number.
            move ofac-screen-name-source to ofac-log-name-source.
            move ofac-screen-name to ofac-log-payee-name.
            write ofac-log-record.
