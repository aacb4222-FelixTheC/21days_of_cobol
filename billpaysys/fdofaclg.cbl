      ******************************************************************
      * fdofaclg.cbl
      * Sanctions screening log - appended, never rewritten, so it
      * stands as the record the bank and the auditors ask for:
      * every payee name screened and when, every potential match
      * raised, every clear/confirm decision and who made it, and
      * every list refresh.
      *   "LD" - sanctions list loaded (count in OFAC-LOG-HITS is
      *          not used; the note carries the row counts)
      *   "SC" - a payee name screened; OFAC-LOG-HITS is how many
      *          list names it matched
      *   "HT" - a potential match raised
      *   "CL" - a hit cleared as a false positive
      *   "CF" - a hit confirmed as a true match
      ******************************************************************
       fd   ofac-log-file
            label records are standard.

       01   ofac-log-record.
            05 ofac-log-date               pic 9(8).
            05 ofac-log-time               pic 9(8).
            05 ofac-log-program            pic x(8).
            05 ofac-log-operator           pic x(10).
            05 ofac-log-event              pic x(2).
               88 ofac-log-list-loaded     value "LD".
               88 ofac-log-screened        value "SC".
               88 ofac-log-hit-raised      value "HT".
               88 ofac-log-hit-cleared     value "CL".
               88 ofac-log-hit-confirmed   value "CF".
            05 ofac-log-payee-type         pic x.
            05 ofac-log-payee-number       pic 9(5).
            05 ofac-log-name-source        pic x.
            05 ofac-log-payee-name         pic x(30).
            05 ofac-log-sdn-entry          pic 9(8).
            05 ofac-log-score              pic 9(3).
            05 ofac-log-hits               pic 9(3).
            05 ofac-log-note               pic x(30).
