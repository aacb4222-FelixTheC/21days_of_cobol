      ******************************************************************
      * wsaddr01.cbl
      * Working storage for the shared mailing-address formatter in
      * pladdr01.cbl. The caller loads MAILING-ADDRESS - directly,
      * or from the vendor record with LOAD-VENDOR-MAILING-ADDRESS
      * or LOAD-REMIT-MAILING-ADDRESS - and PERFORMs
      * FORMAT-THE-MAILING-ADDRESS; MAIL-LINE (1) through
      * MAIL-LINE (MAIL-LINE-COUNT) come back ready to print under
      * the name, in the order the post office of the country
      * wants them. The caller must have COUNTRY-FILE (fdcntry.cbl)
      * open for a foreign address.
      ******************************************************************
       77   mail-line-count                   pic 9.
       77   mail-line-scan                    pic 9.
       77   mail-pointer                      pic 99.
       77   mail-country-found                pic x.

       01   mailing-address.
            05 mail-address-1                 pic x(30).
            05 mail-address-2                 pic x(30).
            05 mail-city                      pic x(20).
            05 mail-state                     pic x(2).
            05 mail-zip                       pic x(10).
            05 mail-country-code              pic x(2).
               88 mail-address-is-domestic    values "  " "US".

      * Up to two street lines, the city line, a postal-code line
      * for the countries that want one, and the country.
       01   mailing-address-lines.
            05 mail-line occurs 5 times       pic x(35).
