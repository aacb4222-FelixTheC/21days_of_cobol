      ******************************************************************
      * wsglrol01.cbl
      * Working storage for the shared rollup lookup in
      * plglrol01.cbl. The caller has GL-ACCOUNT-FILE
      * (fdglacct.cbl) and GL-ROLLUP-FILE (fdglrol01.cbl) open.
      *
      * LOOK-UP-THE-ROLLUP-PATH takes the account in ROLLUP-GL-CODE
      * and returns its segments in ROLLUP-NATURAL and
      * ROLLUP-DEPARTMENT and its rollup groups in ROLLUP-PATH, top
      * level first - ROLLUP-PATH-CODE (1) is the top group,
      * ROLLUP-PATH-CODE (ROLLUP-DEPTH) the group the account sits
      * in, and the levels below that are blank. An account not on
      * the master splits by the code convention and has no groups.
      * LOOK-UP-THE-ROLLUP-NAME returns the name of the group in
      * ROLLUP-NAME-CODE in ROLLUP-NAME.
      ******************************************************************
       77   rollup-gl-code                    pic x(6).
       77   rollup-natural                    pic x(4).
       77   rollup-department                 pic x(2).
       01   rollup-path.
            05 rollup-path-code               pic x(6) occurs 4 times.
       77   rollup-depth                      pic 9.

       01   rollup-chain.
            05 rollup-chain-code              pic x(6) occurs 4 times.
       77   rollup-next-code                  pic x(6).
       77   rollup-index                      pic 9.
       77   rollup-from                       pic 9.

       77   rollup-name-code                  pic x(6).
       77   rollup-name                       pic x(30).
