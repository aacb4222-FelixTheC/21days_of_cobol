      ******************************************************************
      * pladdr01.cbl
      * Shared mailing-address formatter - see wsaddr01.cbl for the
      * working storage and the calling protocol. A US address
      * prints as it always has, CITY ST  ZIP on one line. A
      * foreign address prints its postal code where the country
      * table says it goes (fdcntry.cbl COUNTRY-ADDRESS-FORMAT) and
      * closes with the country name on a line of its own, as the
      * postal services require for mail leaving the country.
      ******************************************************************
       load-vendor-mailing-address.
            move vendor-address-1 to mail-address-1.
            move vendor-address-2 to mail-address-2.
            move vendor-city to mail-city.
            move vendor-state to mail-state.
            move vendor-zip to mail-zip.
            move vendor-country-code to mail-country-code.

      * Payments go to the remit-to address when the vendor has
      * one (factoring company, lockbox), else to the primary.
       load-remit-mailing-address.
            if vendor-remit-name = spaces
                perform load-vendor-mailing-address
            else
                move vendor-remit-address-1 to mail-address-1
                move vendor-remit-address-2 to mail-address-2
                move vendor-remit-city to mail-city
                move vendor-remit-state to mail-state
                move vendor-remit-zip to mail-zip
                move vendor-remit-country-code to mail-country-code.

       format-the-mailing-address.
            move spaces to mailing-address-lines.
            move zero to mail-line-count.
            if mail-address-1 not = spaces
                add 1 to mail-line-count
                move mail-address-1 to mail-line (mail-line-count).
            if mail-address-2 not = spaces
                add 1 to mail-line-count
                move mail-address-2 to mail-line (mail-line-count).
            if mail-address-is-domestic
                perform format-the-us-city-line
            else
                perform format-the-foreign-lines.

       format-the-us-city-line.
            add 1 to mail-line-count.
            move 1 to mail-pointer.
            string mail-city delimited by "  "
                   " " delimited by size
                   mail-state delimited by size
                   "  " delimited by size
                   mail-zip delimited by size
               into mail-line (mail-line-count)
               with pointer mail-pointer.

       format-the-foreign-lines.
            perform look-up-the-mail-country.
            add 1 to mail-line-count.
            move 1 to mail-pointer.
            if country-postal-before-city and mail-zip not = spaces
                string mail-zip delimited by "  "
                       " " delimited by size
                   into mail-line (mail-line-count)
                   with pointer mail-pointer.
            string mail-city delimited by "  "
               into mail-line (mail-line-count)
               with pointer mail-pointer.
            if mail-state not = spaces
                string " " delimited by size
                       mail-state delimited by size
                   into mail-line (mail-line-count)
                   with pointer mail-pointer.
            if country-postal-after-city and mail-zip not = spaces
                string "  " delimited by size
                       mail-zip delimited by "  "
                   into mail-line (mail-line-count)
                   with pointer mail-pointer.
            if country-postal-own-line and mail-zip not = spaces
                add 1 to mail-line-count
                move mail-zip to mail-line (mail-line-count).
            add 1 to mail-line-count.
            move country-name to mail-line (mail-line-count).

      * A code missing from the table still prints - the code
      * itself stands in for the name, postal code after the city.
       look-up-the-mail-country.
            move mail-country-code to country-code.
            move "Y" to mail-country-found.
            read country-file record
               invalid key
               move "N" to mail-country-found.
            if mail-country-found = "N"
                move mail-country-code to country-name
                move "A" to country-address-format.
