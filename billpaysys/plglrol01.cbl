      ******************************************************************
      * plglrol01.cbl
      * Shared rollup lookup - see wsglrol01.cbl for the working
      * storage and the calling protocol.
      ******************************************************************
       look-up-the-rollup-path.
            move spaces to rollup-path.
            move spaces to rollup-chain.
            move zero to rollup-depth.
            move rollup-gl-code to gl-account-code.
            read gl-account-file record
               invalid key
               move rollup-gl-code (1:4) to rollup-natural
               move rollup-gl-code (5:2) to rollup-department
               move spaces to rollup-next-code
               not invalid key
               move gl-account-natural to rollup-natural
               move gl-account-department to rollup-department
               move gl-account-rollup to rollup-next-code.
            perform climb-one-rollup-level
               until rollup-next-code = spaces or
                  rollup-depth = 4.
            perform turn-the-rollup-chain-over
               varying rollup-index from 1 by 1
               until rollup-index > rollup-depth.

      * The chain is gathered from the account upward.
       climb-one-rollup-level.
            add 1 to rollup-depth.
            move rollup-next-code to rollup-chain-code (rollup-depth).
            move rollup-next-code to glrol-code.
            read gl-rollup-file record
               invalid key
               move spaces to rollup-next-code
               not invalid key
               move glrol-parent to rollup-next-code.

       turn-the-rollup-chain-over.
            compute rollup-from = rollup-depth - rollup-index + 1.
            move rollup-chain-code (rollup-from)
               to rollup-path-code (rollup-index).

       look-up-the-rollup-name.
            move rollup-name-code to glrol-code.
            read gl-rollup-file record
               invalid key
               move "NOT ON THE ROLLUP FILE" to rollup-name
               not invalid key
               move glrol-name to rollup-name.
