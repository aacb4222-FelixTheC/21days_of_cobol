      ******************************************************************
      * plfam01.cbl
      * Shared vendor-family paragraphs - see wsfam01.cbl for the
      * working storage and the calling protocol.
      ******************************************************************
       set-the-family-key.
            move "N" to vendor-in-a-family.
            if vendor-has-no-parent
                move vendor-number to family-key
                perform look-up-the-family-head
                if family-head-found = "Y"
                    move "Y" to vendor-in-a-family
                end-if
            else
                move vendor-parent-number to family-key
                move "Y" to vendor-in-a-family.

       look-up-the-family-head.
            move "N" to family-head-found.
            perform match-one-family-head
               varying family-head-scan from 1 by 1
               until family-head-scan > family-head-count
                  or family-head-found = "Y".

       match-one-family-head.
            if family-head-number (family-head-scan) = family-key
                move "Y" to family-head-found.

      *--------------------------------
      * EVERY PARENT ON FILE
      *--------------------------------
       load-the-family-heads.
            move zero to family-head-count.
            perform start-the-family-scan.
            perform read-next-family-vendor.
            perform note-one-family-head
               until family-scan-at-end = "Y".
            perform start-the-family-scan.

       note-one-family-head.
            if not vendor-has-no-parent
                move vendor-parent-number to family-key
                perform look-up-the-family-head
                if family-head-found = "N"
                    if family-head-count < 300
                        add 1 to family-head-count
                        move vendor-parent-number
                           to family-head-number (family-head-count)
                    else
                        display "FAMILY TABLE FULL - PARENT "
                           vendor-parent-number " NOT ROLLED UP"
                    end-if
                end-if
            end-if.
            perform read-next-family-vendor.

      *--------------------------------
      * ONE FAMILY'S MEMBERS
      *--------------------------------
       collect-the-family-members.
            move vendor-record to family-saved-vendor.
            move 1 to family-member-count.
            move family-head to family-member (1).
            perform start-the-family-scan.
            perform read-next-family-vendor.
            perform note-one-family-member
               until family-scan-at-end = "Y".
            move family-saved-vendor to vendor-record.

       note-one-family-member.
            if vendor-parent-number = family-head and
                  vendor-number not = family-head
                if family-member-count < 200
                    add 1 to family-member-count
                    move vendor-number
                       to family-member (family-member-count)
                else
                    display "FAMILY TABLE FULL - VENDOR "
                       vendor-number " LEFT OUT".
            perform read-next-family-vendor.

       check-family-member.
            move "N" to family-member-found.
            perform match-one-family-member
               varying family-member-scan from 1 by 1
               until family-member-scan > family-member-count
                  or family-member-found = "Y".

       match-one-family-member.
            if family-member (family-member-scan) = family-key
                move "Y" to family-member-found.

       start-the-family-scan.
            move "N" to family-scan-at-end.
            move zeroes to vendor-number.
            start vendor-file
               key is not less than vendor-number
               invalid key
               move "Y" to family-scan-at-end.

       read-next-family-vendor.
            if family-scan-at-end not = "Y"
                read vendor-file next record
                   at end move "Y" to family-scan-at-end.
