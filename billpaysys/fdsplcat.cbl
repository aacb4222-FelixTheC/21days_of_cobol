      * disk and "P" once splmgr01.cbl has purged it - the catalog
      * record stays on file either way, so there is a history of
      * what was produced when and by whom.
      * "K" marks a run that must be kept - a signed-off month-end
      * tie-out (gltie01.cbl, fdgltie01.cbl) - and splmgr01.cbl
      * refuses to purge it.
      * SPOOL-ROUTING is "N" until the report router (splrte01.cbl)
      * has queued the run's copies to the recipients on the
      * distribution table (fddist01.cbl), and "R" after. A run
      * cataloged before distribution began carries a space and is
      * never routed.
      ******************************************************************
       fd   spool-catalog-file
            label records are standard.
            05 spool-status                pic x.
               88 spool-is-on-file         value "A".
               88 spool-is-purged          value "P".
               88 spool-is-kept            value "K".
            05 spool-routing               pic x.
               88 spool-routing-pending    value "N".
               88 spool-routing-done       value "R".
