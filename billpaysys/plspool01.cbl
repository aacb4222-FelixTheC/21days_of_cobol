      * stamps the run with the date and time, builds the unique
      * spooled output name (SPL.<report id>.<date>.<time>), and
      * writes the run to the spool catalog (fdsplcat.cbl) so
      * splmgr01.cbl can list, reprint, and purge it later, and
      * the report router (splrte01.cbl) can send it to the people
      * on its distribution list once the run is done. The
      * caller then opens PRINTER-FILE as usual and prints exactly
      * as it always has.
      ******************************************************************
            move spool-by-operator to spool-operator-id.
            move spool-printer-name to spool-file-name.
            move "A" to spool-status.
            move "N" to spool-routing.
            write spool-catalog-record
               invalid key
               display "ERROR WRITING SPOOL CATALOG RECORD".
