      ******************************************************************
      * plmask01.cbl
      * Masks a bank account number or tax id down to its last four
      * digits - see wsmask01.cbl for the working storage. Every
      * character but a blank or a dash is starred out from the
      * right, once four have been kept, so "12-3456789" shows as
      * "**-***6789" and the layout of the number still reads. This
      * paragraph masks whoever is signed on; plmask02.cbl decides
      * whether the operator may see the full value instead.
      ******************************************************************
       mask-sensitive-value.
            move sensitive-value to sensitive-shown.
            move zero to mask-digits-kept.
            move spaces to sensitive-last-four.
            perform mask-one-character
               varying mask-index from 34 by -1
               until mask-index < 1.

       mask-one-character.
            if sensitive-shown (mask-index : 1) not = space and
                  sensitive-shown (mask-index : 1) not = "-"
                if mask-digits-kept < 4
                    add 1 to mask-digits-kept
                    move sensitive-shown (mask-index : 1)
                       to sensitive-last-four (5 - mask-digits-kept : 1)
                else
                    move "*" to sensitive-shown (mask-index : 1).
