      ******************************************************************
      * fdgltie01.cbl
      * AP subledger-to-GL tie-out - one record per company and
      * period end, written by gltie01.cbl each time the tie-out is
      * run. It keeps the figures the report proved (the GL
      * system's AP trial-balance line, the open-AP subledger and
      * each class of reconciling item) and who signed the month
      * off. GLTIE-SPOOL-KEY is the spool catalog key
      * (fdsplcat.cbl) of the run that was signed off; that catalog
      * record is marked kept so splmgr01.cbl will not purge it.
      *   GLTIE-STATUS "P" prepared - run, not yet signed off
      *                "S" signed off
      * A re-run of a signed-off month prepares it again; the
      * earlier signed-off report stays kept in the catalog.
      * Primary Key - GLTIE-KEY (company + period end date)
      ******************************************************************
       fd   gl-tieout-file
            label records are standard.

       01   gl-tieout-record.
            05 gltie-key.
               10 gltie-company            pic 9.
               10 gltie-period-end         pic 9(8).
            05 gltie-period-start          pic 9(8).
            05 gltie-gl-balance            pic S9(9)V99.
            05 gltie-subledger             pic S9(9)V99.
            05 gltie-subledger-source      pic x.
               88 gltie-from-snapshot      value "S".
               88 gltie-from-live-file     value "L".
            05 gltie-unexported            pic S9(9)V99.
            05 gltie-pending-batches       pic S9(9)V99.
            05 gltie-rejected-batches      pic S9(9)V99.
            05 gltie-manual-entries        pic S9(9)V99.
            05 gltie-difference            pic S9(9)V99.
            05 gltie-prepared-by           pic x(10).
            05 gltie-prepared-date         pic 9(8).
            05 gltie-status                pic x.
               88 gltie-prepared           value "P".
               88 gltie-signed-off         value "S".
            05 gltie-signed-by             pic x(10).
            05 gltie-signed-date           pic 9(8).
            05 gltie-spool-key.
               10 gltie-spool-report-id    pic x(8).
               10 gltie-spool-date         pic 9(8).
               10 gltie-spool-time         pic 9(8).
