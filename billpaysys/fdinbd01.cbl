      ******************************************************************
      * fdinbd01.cbl
      * Inbound file history - one record for every attempt to load
      * a file the outside world sent us: the bank's cleared items
      * (CLEARED), positive-pay exceptions (PPEXCPIN) and ACH returns
      * (ACHRET), the partners' 810 invoices (EDI810IN), the p-card
      * statement (PCARDIN), the IRS TIN-matching response (TINRSP),
      * the HR phone extract (HREXTRCT), the IVR and supplier
      * portal inquiry logs (INQLOG) and the PBX call-detail
      * records (PBXCDR). Each loader reads its
      * file through once before applying it and hands plinbd01.cbl
      * the file's fingerprint - its header identifiers, record
      * count and dollar hash - to be checked against every load
      * already made.
      * Primary Key - INBOUND-KEY (file name + load date + load time)
      * Alternate   - INBOUND-FINGERPRINT, with duplicates
      *
      * INBOUND-RESULT is what became of the attempt: "A"ccepted,
      * "R"efused as an already-processed file, or "O"verridden -
      * a duplicate a control-level operator let through, with that
      * operator's id in INBOUND-OVERRIDE-BY. Only an accepted or
      * overridden load counts as processed; a refusal never blocks
      * anything. The hash is the file's dollar total where it has
      * one, or the sum of its trace or account numbers where it has
      * none (ACHRET, TINRSP) or of its vendor numbers (INQLOG); the
      * HR extract carries no numbers and is proved by header and
      * count alone.
      ******************************************************************
       fd   inbound-history-file
            label records are standard.

       01   inbound-history-record.
            05 inbound-key.
               10 inbound-file-name        pic x(10).
               10 inbound-load-date        pic 9(8).
               10 inbound-load-time        pic 9(8).
            05 inbound-fingerprint.
               10 inbound-print-file-name  pic x(10).
               10 inbound-header-id        pic x(40).
               10 inbound-record-count     pic 9(7).
               10 inbound-hash-total       pic S9(11)v99.
            05 inbound-program             pic x(8).
            05 inbound-loaded-by           pic x(10).
            05 inbound-result              pic x.
               88 inbound-result-accepted  value "A".
               88 inbound-result-refused   value "R".
               88 inbound-result-overridden value "O".
            05 inbound-override-by         pic x(10).
      * The earlier load this one matched, on a refusal or override.
            05 inbound-matched-date        pic 9(8).
            05 inbound-matched-time        pic 9(8).
