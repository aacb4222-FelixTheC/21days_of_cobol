      ******************************************************************
      * fdcntry.cbl
      * Country table behind VENDOR-COUNTRY-CODE and
      * VENDOR-REMIT-COUNTRY-CODE (fdvnd04.cbl). The code is the ISO
      * two-letter country code; a blank code on a vendor address
      * means "US" and the STATE-FILE / ZIP-CODE-FILE edits apply.
      * The address format says where the postal code goes on the
      * city line of a mailing address (pladdr01.cbl):
      *    A - after the city and province   (US, CA, AU ...)
      *    B - before the city               (DE, FR, NL, MX ...)
      *    C - on a line of its own          (GB, IE ...)
      * Primary Key - COUNTRY-CODE
      ******************************************************************
       fd   country-file
            label records are standard.

       01   country-record.
            05 country-code                 pic x(2).
            05 country-name                 pic x(30).
            05 country-address-format       pic x.
               88 country-postal-after-city value "A".
               88 country-postal-before-city
                                            value "B".
               88 country-postal-own-line   value "C".
               88 country-format-is-valid   values "A" "B" "C".
