      ******************************************************************
      * fdglrol01.cbl
      * GL rollup groups - the hierarchy the chart of accounts
      * subtotals through on vchgl01.cbl and budrpt01.cbl. An
      * account names the group it sits in (GL-ACCOUNT-ROLLUP,
      * fdglacct.cbl); a group names the group above it, so travel
      * can sit under operating expense and operating expense under
      * total expense. A group with a blank parent is a top level.
      * Groups are not accounts - nothing is ever coded to one.
      * Four levels are reported; glrmnt01.cbl keeps a chain from
      * going deeper or looping back on itself.
      * Primary Key - GLROL-CODE
      ******************************************************************
       fd   gl-rollup-file
            label records are standard.

       01   gl-rollup-record.
            05 glrol-code                  pic x(6).
            05 glrol-name                  pic x(30).
            05 glrol-parent                pic x(6).
