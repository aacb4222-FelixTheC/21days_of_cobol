      ******************************************************************
      * wsofac01.cbl
      * Working storage for the shared sanctions-screening
      * paragraphs in plofac01.cbl. The caller has SDN-FILE open
      * INPUT, OFAC-HIT-FILE open I-O, and OFAC-LOG-FILE open
      * EXTEND; it sets OFAC-SCREEN-PROGRAM once (and
      * OFAC-SCREEN-OPERATOR after its sign-on, when it has one),
      * then for each name moves the name, the payee type and
      * number, and the name source, and PERFORMs
      * SCREEN-ONE-PAYEE-NAME (the caller also carries the
      * wscase01.cbl case tables). OFAC-SCREEN-HITS comes back with
      * the number of list names now blocking the payee under that
      * name (unresolved or confirmed), OFAC-SCREEN-NEW-HITS with
      * how many of those were raised by this screen.
      ******************************************************************
       77   ofac-screen-program               pic x(8).
       77   ofac-screen-operator              pic x(10) value "SYSTEM".
       77   ofac-screen-name                  pic x(30).
       77   ofac-screen-payee-type            pic x.
       77   ofac-screen-payee-number          pic 9(5).
       77   ofac-screen-name-source           pic x.
       77   ofac-screen-hits                  pic 9(3).
       77   ofac-screen-new-hits              pic 9(3).
      * A list name is a potential match when at least this percent
      * of its words appear in the payee's name (a word one typing
      * slip away counts as appearing).
       77   ofac-match-threshold              pic 9(3) value 80.
       77   ofac-match-score                  pic 9(3).
       77   ofac-matched-words                pic 9(2).
       77   ofac-sdn-at-end                   pic x.
       77   ofac-hit-on-file                  pic x.
       77   ofac-hit-is-blocking              pic x.

      * Name being broken into words, and the scratch the word
      * scan uses.
       77   ofac-token-source                 pic x(60).
       77   ofac-token-scan                   pic 9(2).
       77   ofac-token-length                 pic 9(2).
       77   ofac-current-token                pic x(20).
       77   ofac-noise-scan                   pic 9(2).
       77   ofac-is-noise-word                pic x.
       77   ofac-punctuation                  pic x(12)
               value ".,-/&'()"";:#".
       77   ofac-punctuation-blanks           pic x(12) value spaces.

       01   ofac-word-table.
            05 ofac-word-count                pic 9(2).
            05 ofac-word                      pic x(20)
                                              occurs 10 times.

       01   ofac-payee-words.
            05 ofac-payee-word-count          pic 9(2).
            05 ofac-payee-word                pic x(20)
                                              occurs 10 times.

       01   ofac-list-words.
            05 ofac-list-word-count           pic 9(2).
            05 ofac-list-word                 pic x(20)
                                              occurs 10 times.

       77   ofac-list-scan                    pic 9(2).
       77   ofac-payee-scan                   pic 9(2).
       77   ofac-word-found                   pic x.

      * Two words being compared for a typing slip.
       77   ofac-compare-1                    pic x(20).
       77   ofac-compare-2                    pic x(20).
       77   ofac-compare-length-1             pic 9(2).
       77   ofac-compare-length-2             pic 9(2).
       77   ofac-compare-scan                 pic 9(2).
       77   ofac-compare-misses               pic 9(2).
       77   ofac-words-alike                  pic x.

      * Corporate-form and filler words that say nothing about who
      * the party is - dropped from both sides before comparing, so
      * "ACME TRADING LLC" and "ACME TRADING CO" are the same name.
       01   ofac-noise-word-values.
            05 filler                         pic x(12) value "THE".
            05 filler                         pic x(12) value "OF".
            05 filler                         pic x(12) value "AND".
            05 filler                         pic x(12) value "INC".
            05 filler                         pic x(12)
               value "INCORPORATED".
            05 filler                         pic x(12) value "CORP".
            05 filler                         pic x(12)
               value "CORPORATION".
            05 filler                         pic x(12) value "CO".
            05 filler                         pic x(12) value "COMPANY".
            05 filler                         pic x(12) value "LLC".
            05 filler                         pic x(12) value "LTD".
            05 filler                         pic x(12) value "LIMITED".
            05 filler                         pic x(12) value "LLP".
            05 filler                         pic x(12) value "SA".
            05 filler                         pic x(12) value "GMBH".
            05 filler                         pic x(12) value "AKA".
       01   filler redefines ofac-noise-word-values.
            05 ofac-noise-word                pic x(12)
                                              occurs 16 times.
